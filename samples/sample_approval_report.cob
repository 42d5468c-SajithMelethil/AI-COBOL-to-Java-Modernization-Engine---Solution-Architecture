000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    APPRRPT.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - DUAL CONTROL APPROVAL
000120*              REPORT.  EXPIRES EVERY PENDING APPRQUE ENTRY PAST
000130*              ITS PROGRAM'S APPROVAL WINDOW THROUGH APPRQM, THEN
000140*              LISTS THE REQUESTS STILL WAITING FOR A SECOND
000150*              OPERATOR WITH THEIR MAKER AND AGE, FOLLOWED BY
000160*              THE ENTRIES APPLIED, FAILED OR EXPIRED ON THE RUN
000170*              DATE.  REGISTERS WITH RUNCTLM AS A DAILY RUN.
000180*================================================================
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS AQ-QUEUE-KEY
000270         FILE STATUS IS WS-APPQ-FILE-STATUS.
000280
000290     SELECT PRINT-FILE ASSIGN TO "APPRRPT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PRNT-FILE-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  APPROVAL-QUEUE-FILE.
000360     COPY APPRQ.
000370
000380 FD  PRINT-FILE.
000390 01  PRINT-LINE                PIC X(132).
000400
000410 WORKING-STORAGE SECTION.
000420*----------------------------------------------------------------
000430* FILE STATUS AND CONTROL SWITCHES
000440*----------------------------------------------------------------
000450 01  WS-APPQ-FILE-STATUS       PIC X(2)  VALUE '00'.
000460 01  WS-PRNT-FILE-STATUS       PIC X(2)  VALUE '00'.
000470
000480 01  WS-QUEUE-EOF-SWITCH       PIC X(1)  VALUE 'N'.
000490     88  END-OF-QUEUE          VALUE 'Y'.
000500
000510 01  WS-QUEUE-FILE-SWITCH      PIC X(1)  VALUE 'N'.
000520     88  QUEUE-FILE-AVAILABLE  VALUE 'Y'.
000530
000540 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000550 01  WS-ENTRY-AGE-DAYS         PIC S9(7) VALUE ZERO.
000560
000570*----------------------------------------------------------------
000580* RUN COUNTERS
000590*----------------------------------------------------------------
000600 01  WS-PENDING-COUNT          PIC 9(6)  VALUE ZERO.
000610 01  WS-PENDING-AMOUNT         PIC S9(11)V99 VALUE ZERO.
000620 01  WS-APPLIED-COUNT          PIC 9(6)  VALUE ZERO.
000630 01  WS-FAILED-COUNT           PIC 9(6)  VALUE ZERO.
000640 01  WS-EXPIRED-COUNT          PIC 9(6)  VALUE ZERO.
000650 01  WS-SWEEP-EXPIRED-COUNT    PIC 9(6)  VALUE ZERO.
000660
000670*----------------------------------------------------------------
000680* REPORT LINE WORK AREAS
000690*----------------------------------------------------------------
000700 01  WS-HEADING-1.
000710     05  FILLER               PIC X(34) VALUE
000720         'DUAL CONTROL APPROVAL QUEUE'.
000730     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
000740     05  WS-HDG-RUN-DATE      PIC 9(8).
000750
000760 01  WS-PENDING-HEADING.
000770     05  FILLER               PIC X(40) VALUE
000780         'REQUESTS AWAITING A SECOND OPERATOR'.
000790
000800 01  WS-WORKED-HEADING.
000810     05  FILLER               PIC X(40) VALUE
000820         'ENTRIES WORKED ON THE RUN DATE'.
000830
000840 01  WS-COLUMN-HEADING.
000850     05  FILLER               PIC X(10) VALUE 'PROGRAM'.
000860     05  FILLER               PIC X(14) VALUE 'QUEUE ID'.
000870     05  FILLER               PIC X(4)  VALUE 'ACT'.
000880     05  FILLER               PIC X(22) VALUE 'ACCOUNT'.
000890     05  FILLER               PIC X(18) VALUE '          AMOUNT'.
000900     05  FILLER               PIC X(12) VALUE 'REASON'.
000910     05  FILLER               PIC X(10) VALUE 'ENTERED'.
000920     05  FILLER               PIC X(10) VALUE 'APPROVED'.
000930     05  FILLER               PIC X(12) VALUE 'STATUS/AGE'.
000940
000950 01  WS-DETAIL-LINE.
000960     05  WS-DTL-PROGRAM       PIC X(10).
000970     05  WS-DTL-QUEUE-ID      PIC X(12).
000980     05  FILLER               PIC X(2)  VALUE SPACES.
000990     05  WS-DTL-ACTION        PIC X(1).
001000     05  FILLER               PIC X(3)  VALUE SPACES.
001010     05  WS-DTL-ACCOUNT       PIC X(20).
001020     05  FILLER               PIC X(2)  VALUE SPACES.
001030     05  WS-DTL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
001040     05  FILLER               PIC X(1)  VALUE SPACES.
001050     05  WS-DTL-REASON        PIC X(12).
001060     05  WS-DTL-ENTERED-BY    PIC X(8).
001070     05  FILLER               PIC X(2)  VALUE SPACES.
001080     05  WS-DTL-APPROVED-BY   PIC X(8).
001090     05  FILLER               PIC X(2)  VALUE SPACES.
001100     05  WS-DTL-STATUS        PIC X(12).
001110 01  WS-DTL-AGE-VIEW REDEFINES WS-DETAIL-LINE.
001120     05  FILLER               PIC X(100).
001130     05  WS-DTL-AGE-DAYS      PIC ZZZ9.
001140     05  WS-DTL-AGE-LABEL     PIC X(8).
001150
001160 01  WS-NONE-LINE             PIC X(40) VALUE
001170     '  NONE'.
001180
001190 01  WS-TOTAL-LINE.
001200     05  WS-TOT-LABEL         PIC X(30).
001210     05  WS-TOT-COUNT         PIC ZZZ,ZZ9.
001220     05  FILLER               PIC X(2)  VALUE SPACES.
001230     05  WS-TOT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001240
001250*----------------------------------------------------------------
001260* DUAL CONTROL INTERFACE - SEE APPRQR
001270*----------------------------------------------------------------
001280     COPY APPRQR.
001290
001300*----------------------------------------------------------------
001310* RUN CONTROL INTERFACE - SEE RUNCTLR
001320*----------------------------------------------------------------
001330     COPY RUNCTLR.
001340
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 2000-LIST-PENDING THRU 2000-EXIT.
001390     PERFORM 3000-LIST-WORKED-TODAY THRU 3000-EXIT.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     STOP RUN.
001420
001430*================================================================
001440* 1000-INITIALIZE - REGISTER THE RUN, EXPIRE THE STALE ENTRIES,
001450* OPEN THE QUEUE AND THE REPORT, PRINT THE HEADING
001460*================================================================
001470 1000-INITIALIZE.
001480     PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001500
001510*    APPRQM OPENS AND CLOSES THE QUEUE ITSELF, SO THE EXPIRY
001520*    SWEEP RUNS BEFORE THIS PROGRAM OPENS IT FOR THE LISTING
001530     MOVE 'E'         TO QR-FUNCTION.
001540     MOVE 'APPRRPT'   TO QR-PROGRAM-NAME.
001550     MOVE WS-RUN-DATE TO QR-RUN-DATE.
001560     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
001570     IF QR-QUEUE-ERROR
001580         DISPLAY 'ERROR: APPROVAL QUEUE EXPIRY FAILED'
001590         STOP RUN
001600     END-IF.
001610     MOVE QR-EXPIRED-COUNT TO WS-SWEEP-EXPIRED-COUNT.
001620
001630*    NO QUEUE FILE YET MEANS NOTHING HAS EVER BEEN PARKED
001640     OPEN INPUT APPROVAL-QUEUE-FILE.
001650     IF WS-APPQ-FILE-STATUS = '00'
001660         MOVE 'Y' TO WS-QUEUE-FILE-SWITCH
001670     ELSE
001680         IF WS-APPQ-FILE-STATUS NOT = '35'
001690             DISPLAY 'ERROR: UNABLE TO OPEN APPRQUE, STATUS: '
001700                     WS-APPQ-FILE-STATUS
001710             STOP RUN
001720         END-IF
001730     END-IF.
001740
001750     OPEN OUTPUT PRINT-FILE.
001760     IF WS-PRNT-FILE-STATUS NOT = '00'
001770         DISPLAY 'ERROR: UNABLE TO OPEN APPRRPT, STATUS: '
001780                 WS-PRNT-FILE-STATUS
001790         IF QUEUE-FILE-AVAILABLE
001800             CLOSE APPROVAL-QUEUE-FILE
001810         END-IF
001820         STOP RUN
001830     END-IF.
001840
001850     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
001860     MOVE WS-HEADING-1 TO PRINT-LINE.
001870     WRITE PRINT-LINE.
001880 1000-EXIT.
001890     EXIT.
001900
001910*================================================================
001920* 1900-RUN-CONTROL-START - NO PREREQUISITE; THE REPORT LISTS
001930* WHATEVER THE MAINTENANCE RUNS HAVE PARKED SO FAR
001940*================================================================
001950 1900-RUN-CONTROL-START.
001960     MOVE 'S'        TO RC-FUNCTION.
001970     MOVE 'APPRRPT'  TO RC-PROGRAM-NAME.
001980     MOVE 'D'        TO RC-FREQUENCY.
001990     MOVE SPACES     TO RC-PREREQ-PROGRAM.
002000     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
002010     MOVE ZERO       TO RC-RECORD-COUNT.
002020     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
002030     IF NOT RC-GO-AHEAD
002040         DISPLAY 'APPRRPT REFUSED BY RUN CONTROL, CODE: '
002050                 RC-RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080 1900-EXIT.
002090     EXIT.
002100
002110*================================================================
002120* 2000-LIST-PENDING - EVERY ENTRY STILL WAITING FOR APPROVAL, IN
002130* PROGRAM AND QUEUE ID ORDER, WITH ITS AGE IN DAYS
002140*================================================================
002150 2000-LIST-PENDING.
002160     MOVE SPACES TO PRINT-LINE.
002170     WRITE PRINT-LINE.
002180     MOVE WS-PENDING-HEADING TO PRINT-LINE.
002190     WRITE PRINT-LINE.
002200     MOVE WS-COLUMN-HEADING TO PRINT-LINE.
002210     WRITE PRINT-LINE.
002220
002230     PERFORM 2100-START-QUEUE THRU 2100-EXIT.
002240     PERFORM 2200-LIST-PENDING-ENTRY THRU 2200-EXIT
002250         UNTIL END-OF-QUEUE.
002260
002270     IF WS-PENDING-COUNT = ZERO
002280         MOVE WS-NONE-LINE TO PRINT-LINE
002290         WRITE PRINT-LINE
002300     END-IF.
002310 2000-EXIT.
002320     EXIT.
002330
002340 2100-START-QUEUE.
002350     MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
002360     IF NOT QUEUE-FILE-AVAILABLE
002370         MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
002380         GO TO 2100-EXIT
002390     END-IF.
002400     MOVE LOW-VALUES TO AQ-QUEUE-KEY.
002410     START APPROVAL-QUEUE-FILE
002420         KEY IS NOT LESS THAN AQ-QUEUE-KEY
002430         INVALID KEY
002440             MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
002450     END-START.
002460 2100-EXIT.
002470     EXIT.
002480
002490 2200-LIST-PENDING-ENTRY.
002500     PERFORM 2300-READ-QUEUE THRU 2300-EXIT.
002510     IF END-OF-QUEUE
002520         GO TO 2200-EXIT
002530     END-IF.
002540     IF NOT AQ-PENDING
002550         GO TO 2200-EXIT
002560     END-IF.
002570
002580     ADD 1 TO WS-PENDING-COUNT.
002590     ADD AQ-AMOUNT TO WS-PENDING-AMOUNT.
002600     PERFORM 2400-FORMAT-ENTRY THRU 2400-EXIT.
002610     COMPUTE WS-ENTRY-AGE-DAYS =
002620         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
002630       - FUNCTION INTEGER-OF-DATE(AQ-ENTRY-DATE).
002640     MOVE WS-ENTRY-AGE-DAYS TO WS-DTL-AGE-DAYS.
002650     MOVE ' DAYS'  TO WS-DTL-AGE-LABEL.
002660     MOVE WS-DETAIL-LINE TO PRINT-LINE.
002670     WRITE PRINT-LINE.
002680 2200-EXIT.
002690     EXIT.
002700
002710 2300-READ-QUEUE.
002720     READ APPROVAL-QUEUE-FILE NEXT RECORD
002730         AT END
002740             MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
002750     END-READ.
002760 2300-EXIT.
002770     EXIT.
002780
002790*================================================================
002800* 2400-FORMAT-ENTRY - THE COLUMNS COMMON TO BOTH LISTINGS
002810*================================================================
002820 2400-FORMAT-ENTRY.
002830     MOVE SPACES            TO WS-DETAIL-LINE.
002840     MOVE AQ-PROGRAM-NAME   TO WS-DTL-PROGRAM.
002850     MOVE AQ-QUEUE-ID       TO WS-DTL-QUEUE-ID.
002860     MOVE AQ-ACTION-CODE    TO WS-DTL-ACTION.
002870     MOVE AQ-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT.
002880     MOVE AQ-AMOUNT         TO WS-DTL-AMOUNT.
002890     MOVE AQ-ENTERED-BY     TO WS-DTL-ENTERED-BY.
002900     MOVE AQ-APPROVED-BY    TO WS-DTL-APPROVED-BY.
002910     EVALUATE TRUE
002920         WHEN AQ-OVER-AMOUNT-LIMIT
002930             MOVE 'OVER LIMIT'  TO WS-DTL-REASON
002940         WHEN AQ-DESIGNATED-ACTION
002950             MOVE 'ACTION TYPE' TO WS-DTL-REASON
002960         WHEN OTHER
002970             MOVE SPACES        TO WS-DTL-REASON
002980     END-EVALUATE.
002990 2400-EXIT.
003000     EXIT.
003010
003020*================================================================
003030* 3000-LIST-WORKED-TODAY - ENTRIES APPLIED, FAILED OR EXPIRED ON
003040* THE RUN DATE, INCLUDING THOSE THE SWEEP ABOVE JUST EXPIRED
003050*================================================================
003060 3000-LIST-WORKED-TODAY.
003070     MOVE SPACES TO PRINT-LINE.
003080     WRITE PRINT-LINE.
003090     MOVE WS-WORKED-HEADING TO PRINT-LINE.
003100     WRITE PRINT-LINE.
003110     MOVE WS-COLUMN-HEADING TO PRINT-LINE.
003120     WRITE PRINT-LINE.
003130
003140     PERFORM 2100-START-QUEUE THRU 2100-EXIT.
003150     PERFORM 3100-LIST-WORKED-ENTRY THRU 3100-EXIT
003160         UNTIL END-OF-QUEUE.
003170
003180     IF WS-APPLIED-COUNT + WS-FAILED-COUNT + WS-EXPIRED-COUNT
003190             = ZERO
003200         MOVE WS-NONE-LINE TO PRINT-LINE
003210         WRITE PRINT-LINE
003220     END-IF.
003230 3000-EXIT.
003240     EXIT.
003250
003260 3100-LIST-WORKED-ENTRY.
003270     PERFORM 2300-READ-QUEUE THRU 2300-EXIT.
003280     IF END-OF-QUEUE
003290         GO TO 3100-EXIT
003300     END-IF.
003310     IF AQ-PENDING
003320             OR AQ-WORKED-DATE NOT = WS-RUN-DATE
003330         GO TO 3100-EXIT
003340     END-IF.
003350
003360     PERFORM 2400-FORMAT-ENTRY THRU 2400-EXIT.
003370     EVALUATE TRUE
003380         WHEN AQ-APPLIED
003390             ADD 1 TO WS-APPLIED-COUNT
003400             MOVE 'APPLIED'     TO WS-DTL-STATUS
003410         WHEN AQ-APPLY-FAILED
003420             ADD 1 TO WS-FAILED-COUNT
003430             MOVE 'FAILED'      TO WS-DTL-STATUS
003440         WHEN AQ-EXPIRED
003450             ADD 1 TO WS-EXPIRED-COUNT
003460             MOVE 'EXPIRED'     TO WS-DTL-STATUS
003470         WHEN OTHER
003480             MOVE AQ-STATUS     TO WS-DTL-STATUS
003490     END-EVALUATE.
003500     MOVE WS-DETAIL-LINE TO PRINT-LINE.
003510     WRITE PRINT-LINE.
003520 3100-EXIT.
003530     EXIT.
003540
003550*================================================================
003560* 8900-RUN-CONTROL-END - STAMP THE RUN COMPLETED WITH ITS COUNT
003570*================================================================
003580 8900-RUN-CONTROL-END.
003590     MOVE 'E' TO RC-FUNCTION.
003600     COMPUTE RC-RECORD-COUNT =
003610         WS-PENDING-COUNT + WS-APPLIED-COUNT
003620       + WS-FAILED-COUNT + WS-EXPIRED-COUNT.
003630     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
003640 8900-EXIT.
003650     EXIT.
003660
003670*================================================================
003680* 9000-TERMINATE - TOTALS AND CLOSE
003690*================================================================
003700 9000-TERMINATE.
003710     MOVE SPACES TO PRINT-LINE.
003720     WRITE PRINT-LINE.
003730     MOVE SPACES TO WS-TOTAL-LINE.
003740     MOVE 'PENDING APPROVAL:' TO WS-TOT-LABEL.
003750     MOVE WS-PENDING-COUNT  TO WS-TOT-COUNT.
003760     MOVE WS-PENDING-AMOUNT TO WS-TOT-AMOUNT.
003770     MOVE WS-TOTAL-LINE TO PRINT-LINE.
003780     WRITE PRINT-LINE.
003790     MOVE SPACES TO WS-TOTAL-LINE.
003800     MOVE 'APPLIED TODAY:' TO WS-TOT-LABEL.
003810     MOVE WS-APPLIED-COUNT TO WS-TOT-COUNT.
003820     MOVE WS-TOTAL-LINE TO PRINT-LINE.
003830     WRITE PRINT-LINE.
003840     MOVE SPACES TO WS-TOTAL-LINE.
003850     MOVE 'FAILED TODAY:' TO WS-TOT-LABEL.
003860     MOVE WS-FAILED-COUNT TO WS-TOT-COUNT.
003870     MOVE WS-TOTAL-LINE TO PRINT-LINE.
003880     WRITE PRINT-LINE.
003890     MOVE SPACES TO WS-TOTAL-LINE.
003900     MOVE 'EXPIRED TODAY:' TO WS-TOT-LABEL.
003910     MOVE WS-EXPIRED-COUNT TO WS-TOT-COUNT.
003920     MOVE WS-TOTAL-LINE TO PRINT-LINE.
003930     WRITE PRINT-LINE.
003940     MOVE SPACES TO WS-TOTAL-LINE.
003950     MOVE '  OF WHICH BY THIS RUN:' TO WS-TOT-LABEL.
003960     MOVE WS-SWEEP-EXPIRED-COUNT TO WS-TOT-COUNT.
003970     MOVE WS-TOTAL-LINE TO PRINT-LINE.
003980     WRITE PRINT-LINE.
003990
004000     IF QUEUE-FILE-AVAILABLE
004010         CLOSE APPROVAL-QUEUE-FILE
004020     END-IF.
004030     CLOSE PRINT-FILE.
004040     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.
004050     DISPLAY 'APPROVAL REPORT COMPLETE - PENDING: '
004060             WS-PENDING-COUNT
004070             ' EXPIRED: ' WS-EXPIRED-COUNT.
004080 9000-EXIT.
004090     EXIT.
