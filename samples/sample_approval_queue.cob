000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    APPRQM.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - SHARED DUAL CONTROL
000120*              MANAGER FOR THE MAINTENANCE PROGRAMS.  ACCTMAIN,
000130*              HOLDMAIN, LOANMAIN, STORMAIN AND SUSPREPR CALL
000140*              HERE (SEE APPRQR) WITH EACH REQUEST THAT PASSES
000150*              THEIR EDITS.  ONE OVER ITS PROGRAM'S AMOUNT
000160*              LIMIT, OR OF A DESIGNATED ACTION, IS PARKED ON
000170*              THE APPRQUE FILE UNDER THE ENTERING OPERATOR
000180*              INSTEAD OF BEING APPLIED.  IT IS HANDED BACK FOR
000190*              APPLYING ONLY WHEN A DIFFERENT OPERATOR APPROVES
000200*              IT ON A LATER RUN AND INSIDE ITS EXPIRY WINDOW.
000210*              LIMITS, ACTIONS AND WINDOWS COME FROM APPRPARM,
000220*              OVER THE STANDARD SETTINGS BELOW.  APPRRPT
000230*              EXPIRES AND LISTS THE QUEUE DAILY.
000233* 2026-10-15  BSY  ACCTCLOS ADDED TO THE STANDARD SETTINGS - EVERY
000236*              ACCOUNT CLOSURE NEEDS A SECOND OPERATOR.
000240*================================================================
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS AQ-QUEUE-KEY
000330         FILE STATUS IS WS-APPQ-FILE-STATUS.
000340
000350     SELECT APPROVAL-PARM-FILE ASSIGN TO "APPRPARM"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-APPP-FILE-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  APPROVAL-QUEUE-FILE.
000420     COPY APPRQ.
000430
000440 FD  APPROVAL-PARM-FILE.
000450     COPY APPRPRM.
000460
000470 WORKING-STORAGE SECTION.
000480 01  WS-APPQ-FILE-STATUS       PIC X(2)  VALUE '00'.
000490 01  WS-APPP-FILE-STATUS       PIC X(2)  VALUE '00'.
000500
000510 01  WS-SETTINGS-LOADED-SWITCH PIC X(1)  VALUE 'N'.
000520     88  SETTINGS-LOADED       VALUE 'Y'.
000530
000540 01  WS-PARM-EOF-SWITCH        PIC X(1)  VALUE 'N'.
000550     88  PARM-EOF              VALUE 'Y'.
000560
000570 01  WS-QUEUE-EOF-SWITCH       PIC X(1)  VALUE 'N'.
000580     88  QUEUE-EOF             VALUE 'Y'.
000590
000600 01  WS-ENTRY-FOUND-SWITCH     PIC X(1)  VALUE 'N'.
000610     88  QUEUE-ENTRY-FOUND     VALUE 'Y'.
000620
000630*----------------------------------------------------------------
000640* STANDARD SETTINGS FOR THE CONTROLLED PROGRAMS - PROGRAM,
000650* AMOUNT LIMIT, DESIGNATED ACTION CODES, EXPIRY DAYS.  ACCOUNT
000660* STATUS CHANGES, HOLD RELEASES, LOAN TERM ADDS AND CLOSES AND
000670* STANDING ORDER ADDS ALWAYS NEED A SECOND OPERATOR; AMOUNTS
000680* ARE TESTED ON OPENING BALANCES, HOLDS AND SUSPENSE REPAIRS.
000685* ACCOUNT CLOSURES ALWAYS NEED ONE TOO.
000690* AN APPRPARM RECORD FOR A PROGRAM REPLACES ITS LINE.
000700*----------------------------------------------------------------
000710 01  WS-STANDARD-SETTINGS.
000720     05  FILLER  PIC X(34)
000730             VALUE 'ACCTMAIN  00025000000S         005'.
000740     05  FILLER  PIC X(34)
000750             VALUE 'HOLDMAIN  00005000000R         005'.
000760     05  FILLER  PIC X(34)
000770             VALUE 'LOANMAIN  00000000000AC        005'.
000780     05  FILLER  PIC X(34)
000790             VALUE 'STORMAIN  00000000000A         005'.
000800     05  FILLER  PIC X(34)
000810             VALUE 'SUSPREPR  00001000000          005'.
000813     05  FILLER  PIC X(34)
000816             VALUE 'ACCTCLOS  00000000000C         005'.
000820 01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-SETTINGS.
000830     05  WS-STANDARD-ENTRY     OCCURS 6 TIMES.
000840         10  WS-STD-PROGRAM    PIC X(10).
000850         10  WS-STD-LIMIT      PIC 9(9)V99.
000860         10  WS-STD-ACTIONS    PIC X(10).
000870         10  WS-STD-DAYS       PIC 9(3).
000880
000890 01  WS-SETTING-TABLE.
000900     05  WS-SETTING-COUNT      PIC 9(3)  VALUE ZERO.
000910     05  WS-SETTING-ENTRY      OCCURS 50 TIMES.
000920         10  ST-PROGRAM-NAME   PIC X(10).
000930         10  ST-AMOUNT-LIMIT   PIC 9(9)V99.
000940         10  ST-DESIGNATED-ACTIONS PIC X(10).
000950         10  ST-EXPIRY-DAYS    PIC 9(3).
000960 01  WS-SETTING-INDEX          PIC 9(3)  VALUE ZERO.
000970 01  WS-SETTING-FOUND          PIC 9(3)  VALUE ZERO.
000980
000990 01  WS-ACTION-TALLY           PIC 9(3)  VALUE ZERO.
001000 01  WS-ABS-AMOUNT             PIC 9(9)V99 VALUE ZERO.
001010 01  WS-LAST-SEQUENCE          PIC 9(4)  VALUE ZERO.
001020 01  WS-ENTRY-AGE-DAYS         PIC S9(7) VALUE ZERO.
001025 01  WS-SEARCH-PROGRAM         PIC X(10) VALUE SPACES.
001030
001040 LINKAGE SECTION.
001050     COPY APPRQR.
001060
001070 PROCEDURE DIVISION USING APPROVAL-QUEUE-REQUEST.
001080 0000-MAINLINE.
001090     MOVE '00' TO QR-RETURN-CODE.
001100     MOVE SPACES TO QR-MESSAGE.
001110     IF NOT SETTINGS-LOADED
001120         PERFORM 1100-LOAD-SETTINGS THRU 1100-EXIT
001130     END-IF.
001140
001150     PERFORM 1000-OPEN-QUEUE-FILE THRU 1000-EXIT.
001160     IF QR-QUEUE-ERROR
001170         EXIT PROGRAM
001180     END-IF.
001190
001200     EVALUATE TRUE
001210         WHEN QR-QUEUE-REQUEST
001220             PERFORM 2000-QUEUE-IF-REQUIRED THRU 2000-EXIT
001230         WHEN QR-FETCH-APPROVAL
001240             PERFORM 3000-FETCH-FOR-APPROVAL THRU 3000-EXIT
001250         WHEN QR-RECORD-OUTCOME
001260             PERFORM 4000-RECORD-OUTCOME THRU 4000-EXIT
001270         WHEN QR-EXPIRE-PENDING
001280             PERFORM 5000-EXPIRE-PENDING THRU 5000-EXIT
001290         WHEN OTHER
001300             DISPLAY 'ERROR: APPRQM UNKNOWN FUNCTION: '
001310                     QR-FUNCTION
001320             MOVE '12' TO QR-RETURN-CODE
001330     END-EVALUATE.
001340
001350     CLOSE APPROVAL-QUEUE-FILE.
001360     EXIT PROGRAM.
001370
001380*================================================================
001390* 1000-OPEN-QUEUE-FILE - CREATE THE QUEUE FILE THE FIRST TIME
001400* ANY REQUEST IS PARKED
001410*================================================================
001420 1000-OPEN-QUEUE-FILE.
001430     OPEN I-O APPROVAL-QUEUE-FILE.
001440     IF WS-APPQ-FILE-STATUS = '35'
001450         OPEN OUTPUT APPROVAL-QUEUE-FILE
001460         CLOSE APPROVAL-QUEUE-FILE
001470         OPEN I-O APPROVAL-QUEUE-FILE
001480     END-IF.
001490     IF WS-APPQ-FILE-STATUS NOT = '00'
001500         DISPLAY 'ERROR: UNABLE TO OPEN APPRQUE, STATUS: '
001510                 WS-APPQ-FILE-STATUS
001520         MOVE 'DUAL CONTROL QUEUE UNAVAILABLE' TO QR-MESSAGE
001530         MOVE '12' TO QR-RETURN-CODE
001540     END-IF.
001550 1000-EXIT.
001560     EXIT.
001570
001580*================================================================
001590* 1100-LOAD-SETTINGS - STANDARD SETTINGS FIRST, THEN ANY
001600* APPRPARM RECORDS OVER THEM.  LOADED ONCE PER RUN UNIT.  NO
001610* APPRPARM FILE MEANS THE STANDARD SETTINGS STAND.
001620*================================================================
001630 1100-LOAD-SETTINGS.
001640     MOVE ZERO TO WS-SETTING-COUNT.
001650     PERFORM 1110-LOAD-STANDARD-ENTRY THRU 1110-EXIT
001660         VARYING WS-SETTING-INDEX FROM 1 BY 1
001670         UNTIL WS-SETTING-INDEX > 6.
001680
001690     OPEN INPUT APPROVAL-PARM-FILE.
001700     IF WS-APPP-FILE-STATUS = '00'
001710         MOVE 'N' TO WS-PARM-EOF-SWITCH
001720         PERFORM 1120-READ-PARM-RECORD THRU 1120-EXIT
001730         PERFORM 1130-APPLY-PARM-RECORD THRU 1130-EXIT
001740             UNTIL PARM-EOF
001750         CLOSE APPROVAL-PARM-FILE
001760     END-IF.
001770     MOVE 'Y' TO WS-SETTINGS-LOADED-SWITCH.
001780 1100-EXIT.
001790     EXIT.
001800
001810 1110-LOAD-STANDARD-ENTRY.
001820     ADD 1 TO WS-SETTING-COUNT.
001830     MOVE WS-STD-PROGRAM (WS-SETTING-INDEX)
001840         TO ST-PROGRAM-NAME (WS-SETTING-COUNT).
001850     MOVE WS-STD-LIMIT (WS-SETTING-INDEX)
001860         TO ST-AMOUNT-LIMIT (WS-SETTING-COUNT).
001870     MOVE WS-STD-ACTIONS (WS-SETTING-INDEX)
001880         TO ST-DESIGNATED-ACTIONS (WS-SETTING-COUNT).
001890     MOVE WS-STD-DAYS (WS-SETTING-INDEX)
001900         TO ST-EXPIRY-DAYS (WS-SETTING-COUNT).
001910 1110-EXIT.
001920     EXIT.
001930
001940 1120-READ-PARM-RECORD.
001950     READ APPROVAL-PARM-FILE
001960         AT END
001970             MOVE 'Y' TO WS-PARM-EOF-SWITCH
001980     END-READ.
001990 1120-EXIT.
002000     EXIT.
002010
002020 1130-APPLY-PARM-RECORD.
002030     MOVE QP-PROGRAM-NAME TO WS-SEARCH-PROGRAM.
002040     PERFORM 1200-FIND-SETTING THRU 1200-EXIT.
002050     IF WS-SETTING-FOUND = ZERO
002060         IF WS-SETTING-COUNT < 50
002070             ADD 1 TO WS-SETTING-COUNT
002080             MOVE WS-SETTING-COUNT TO WS-SETTING-FOUND
002090         ELSE
002100             DISPLAY 'WARNING: APPRPARM TABLE FULL, IGNORED: '
002110                     QP-PROGRAM-NAME
002120             GO TO 1130-READ-NEXT
002130         END-IF
002140     END-IF.
002150     MOVE QP-PROGRAM-NAME
002160         TO ST-PROGRAM-NAME (WS-SETTING-FOUND).
002170     MOVE QP-AMOUNT-LIMIT
002180         TO ST-AMOUNT-LIMIT (WS-SETTING-FOUND).
002190     MOVE QP-DESIGNATED-ACTIONS
002200         TO ST-DESIGNATED-ACTIONS (WS-SETTING-FOUND).
002210     MOVE QP-EXPIRY-DAYS
002220         TO ST-EXPIRY-DAYS (WS-SETTING-FOUND).
002230 1130-READ-NEXT.
002240     PERFORM 1120-READ-PARM-RECORD THRU 1120-EXIT.
002250 1130-EXIT.
002260     EXIT.
002270
002280*================================================================
002290* 1200-FIND-SETTING - LOCATE THE SETTINGS FOR WS-SEARCH-PROGRAM;
002300* WS-SETTING-FOUND IS ZERO WHEN THE PROGRAM HAS NONE
002310*================================================================
002320 1200-FIND-SETTING.
002330     MOVE ZERO TO WS-SETTING-FOUND.
002340     PERFORM 1210-MATCH-SETTING THRU 1210-EXIT
002350         VARYING WS-SETTING-INDEX FROM 1 BY 1
002360         UNTIL WS-SETTING-INDEX > WS-SETTING-COUNT
002370            OR WS-SETTING-FOUND > ZERO.
002380 1200-EXIT.
002390     EXIT.
002400
002410 1210-MATCH-SETTING.
002420     IF ST-PROGRAM-NAME (WS-SETTING-INDEX) = WS-SEARCH-PROGRAM
002430         MOVE WS-SETTING-INDEX TO WS-SETTING-FOUND
002440     END-IF.
002450 1210-EXIT.
002460     EXIT.
002470
002480*================================================================
002490* 2000-QUEUE-IF-REQUIRED - A DESIGNATED ACTION OR AN AMOUNT OVER
002500* THE LIMIT IS PARKED UNDER THE NEXT QUEUE ID FOR THE PROGRAM
002510* AND DAY; ANYTHING ELSE GOES AHEAD.  A REQUEST THAT NEEDS A
002520* SECOND OPERATOR BUT DOES NOT NAME ITS FIRST IS REFUSED.
002530*================================================================
002540 2000-QUEUE-IF-REQUIRED.
002550     MOVE SPACES TO QR-QUEUE-ID.
002555     MOVE QR-PROGRAM-NAME TO WS-SEARCH-PROGRAM.
002560     PERFORM 1200-FIND-SETTING THRU 1200-EXIT.
002570     IF WS-SETTING-FOUND = ZERO
002580         GO TO 2000-EXIT
002590     END-IF.
002600
002610     MOVE SPACES TO AQ-QUEUE-REASON.
002620     MOVE ZERO TO WS-ACTION-TALLY.
002630     IF QR-ACTION-CODE NOT = SPACE
002640         INSPECT ST-DESIGNATED-ACTIONS (WS-SETTING-FOUND)
002650             TALLYING WS-ACTION-TALLY FOR ALL QR-ACTION-CODE
002660     END-IF.
002670     IF QR-AMOUNT < ZERO
002680         COMPUTE WS-ABS-AMOUNT = ZERO - QR-AMOUNT
002690     ELSE
002700         MOVE QR-AMOUNT TO WS-ABS-AMOUNT
002710     END-IF.
002720
002730     IF WS-ACTION-TALLY > ZERO
002740         MOVE 'D' TO AQ-QUEUE-REASON
002750     ELSE
002760         IF ST-AMOUNT-LIMIT (WS-SETTING-FOUND) > ZERO
002770                 AND WS-ABS-AMOUNT >
002780                     ST-AMOUNT-LIMIT (WS-SETTING-FOUND)
002790             MOVE 'L' TO AQ-QUEUE-REASON
002800         END-IF
002810     END-IF.
002820     IF AQ-QUEUE-REASON = SPACES
002830         GO TO 2000-EXIT
002840     END-IF.
002850
002860     IF QR-OPERATOR-ID = SPACES
002870         MOVE 'OPERATOR ID REQUIRED FOR DUAL CONTROL'
002880             TO QR-MESSAGE
002890         MOVE '08' TO QR-RETURN-CODE
002900         GO TO 2000-EXIT
002910     END-IF.
002920
002930     PERFORM 2100-NEXT-QUEUE-SEQUENCE THRU 2100-EXIT.
002940
002950     MOVE QR-PROGRAM-NAME   TO AQ-PROGRAM-NAME.
002960     MOVE QR-RUN-DATE       TO AQ-ENTRY-DATE.
002970     MOVE WS-LAST-SEQUENCE  TO AQ-ENTRY-SEQUENCE.
002980     MOVE 'P'               TO AQ-STATUS.
002990     MOVE QR-ACTION-CODE    TO AQ-ACTION-CODE.
003000     MOVE QR-ACCOUNT-NUMBER TO AQ-ACCOUNT-NUMBER.
003010     MOVE QR-AMOUNT         TO AQ-AMOUNT.
003020     MOVE QR-OPERATOR-ID    TO AQ-ENTERED-BY.
003030     MOVE QR-RUN-STAMP      TO AQ-ENTRY-STAMP.
003040     MOVE SPACES            TO AQ-APPROVED-BY.
003050     MOVE ZERO              TO AQ-WORKED-DATE.
003060     MOVE QR-REQUEST-IMAGE  TO AQ-REQUEST-IMAGE.
003070     WRITE APPROVAL-QUEUE-RECORD
003080         INVALID KEY
003090             DISPLAY 'ERROR: APPRQUE WRITE FAILED FOR: '
003100                     AQ-QUEUE-KEY
003110             MOVE 'DUAL CONTROL QUEUE WRITE FAILED'
003120                 TO QR-MESSAGE
003130             MOVE '12' TO QR-RETURN-CODE
003140             GO TO 2000-EXIT
003150     END-WRITE.
003160     MOVE AQ-QUEUE-ID TO QR-QUEUE-ID.
003170     MOVE '04' TO QR-RETURN-CODE.
003180 2000-EXIT.
003190     EXIT.
003200
003210*================================================================
003220* 2100-NEXT-QUEUE-SEQUENCE - ONE PAST THE HIGHEST SEQUENCE
003230* ALREADY USED BY THE PROGRAM ON THE RUN DATE
003240*================================================================
003250 2100-NEXT-QUEUE-SEQUENCE.
003260     MOVE ZERO TO WS-LAST-SEQUENCE.
003270     MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
003280     MOVE QR-PROGRAM-NAME TO AQ-PROGRAM-NAME.
003290     MOVE QR-RUN-DATE     TO AQ-ENTRY-DATE.
003300     MOVE ZERO            TO AQ-ENTRY-SEQUENCE.
003310     START APPROVAL-QUEUE-FILE
003320         KEY IS NOT LESS THAN AQ-QUEUE-KEY
003330         INVALID KEY
003340             MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
003350     END-START.
003360     PERFORM 2110-SCAN-DAY-ENTRY THRU 2110-EXIT
003370         UNTIL QUEUE-EOF.
003380     ADD 1 TO WS-LAST-SEQUENCE.
003390 2100-EXIT.
003400     EXIT.
003410
003420 2110-SCAN-DAY-ENTRY.
003430     READ APPROVAL-QUEUE-FILE NEXT RECORD
003440         AT END
003450             MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
003460             GO TO 2110-EXIT
003470     END-READ.
003480     IF AQ-PROGRAM-NAME NOT = QR-PROGRAM-NAME
003490             OR AQ-ENTRY-DATE NOT = QR-RUN-DATE
003500         MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
003510         GO TO 2110-EXIT
003520     END-IF.
003530     MOVE AQ-ENTRY-SEQUENCE TO WS-LAST-SEQUENCE.
003540 2110-EXIT.
003550     EXIT.
003560
003570*================================================================
003580* 3000-FETCH-FOR-APPROVAL - HAND BACK A PENDING ENTRY FOR
003590* APPLYING.  THE APPROVER MUST BE NAMED AND MUST NOT BE THE
003600* MAKER, THE ENTRY MUST BE FROM AN EARLIER RUN, AND AN ENTRY
003610* PAST ITS WINDOW IS EXPIRED HERE INSTEAD OF APPROVED.
003620*================================================================
003630 3000-FETCH-FOR-APPROVAL.
003640     IF QR-OPERATOR-ID = SPACES
003650         MOVE 'APPROVING OPERATOR ID REQUIRED' TO QR-MESSAGE
003660         MOVE '08' TO QR-RETURN-CODE
003670         GO TO 3000-EXIT
003680     END-IF.
003690
003700     PERFORM 3100-READ-QUEUE-ENTRY THRU 3100-EXIT.
003710     IF NOT QUEUE-ENTRY-FOUND
003720         MOVE 'QUEUE ENTRY NOT ON FILE' TO QR-MESSAGE
003730         MOVE '08' TO QR-RETURN-CODE
003740         GO TO 3000-EXIT
003750     END-IF.
003760     IF NOT AQ-PENDING
003770         MOVE 'QUEUE ENTRY NOT PENDING' TO QR-MESSAGE
003780         MOVE '08' TO QR-RETURN-CODE
003790         GO TO 3000-EXIT
003800     END-IF.
003810     IF AQ-ENTERED-BY = QR-OPERATOR-ID
003820         MOVE 'APPROVER MAY NOT BE THE ENTERING OPERATOR'
003830             TO QR-MESSAGE
003840         MOVE '08' TO QR-RETURN-CODE
003850         GO TO 3000-EXIT
003860     END-IF.
003870     IF AQ-ENTRY-STAMP = QR-RUN-STAMP
003880         MOVE 'ENTERED THIS RUN - APPROVE ON A LATER RUN'
003890             TO QR-MESSAGE
003900         MOVE '08' TO QR-RETURN-CODE
003910         GO TO 3000-EXIT
003920     END-IF.
003930
003935     MOVE QR-PROGRAM-NAME TO WS-SEARCH-PROGRAM.
003940     PERFORM 1200-FIND-SETTING THRU 1200-EXIT.
003950     PERFORM 5200-CHECK-ENTRY-AGE THRU 5200-EXIT.
003960     IF AQ-EXPIRED
003970         REWRITE APPROVAL-QUEUE-RECORD
003971             INVALID KEY
003972                 DISPLAY 'ERROR: APPRQUE REWRITE FAILED FOR: '
003973                         AQ-QUEUE-KEY
003974                 MOVE 'DUAL CONTROL QUEUE UPDATE FAILED'
003975                     TO QR-MESSAGE
003976                 MOVE '12' TO QR-RETURN-CODE
003977                 GO TO 3000-EXIT
003978         END-REWRITE
003980         MOVE 'APPROVAL WINDOW EXPIRED' TO QR-MESSAGE
003990         MOVE '08' TO QR-RETURN-CODE
004000         GO TO 3000-EXIT
004010     END-IF.
004020
004030     MOVE AQ-ACTION-CODE    TO QR-ACTION-CODE.
004040     MOVE AQ-ACCOUNT-NUMBER TO QR-ACCOUNT-NUMBER.
004050     MOVE AQ-AMOUNT         TO QR-AMOUNT.
004060     MOVE AQ-ENTERED-BY     TO QR-ENTERED-BY.
004070     MOVE AQ-REQUEST-IMAGE  TO QR-REQUEST-IMAGE.
004080 3000-EXIT.
004090     EXIT.
004100
004110 3100-READ-QUEUE-ENTRY.
004120     MOVE 'N' TO WS-ENTRY-FOUND-SWITCH.
004130     MOVE QR-PROGRAM-NAME TO AQ-PROGRAM-NAME.
004140     MOVE QR-QUEUE-ID     TO AQ-QUEUE-ID.
004150     READ APPROVAL-QUEUE-FILE
004160         INVALID KEY
004170             CONTINUE
004180         NOT INVALID KEY
004190             MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
004200     END-READ.
004210 3100-EXIT.
004220     EXIT.
004230
004240*================================================================
004250* 4000-RECORD-OUTCOME - STAMP A FETCHED ENTRY APPLIED OR FAILED
004260* WITH ITS APPROVER.  ONLY A STILL-PENDING ENTRY IS STAMPED, SO
004270* THE FIRST OUTCOME RECORDED FOR AN ENTRY STANDS.
004280*================================================================
004290 4000-RECORD-OUTCOME.
004300     PERFORM 3100-READ-QUEUE-ENTRY THRU 3100-EXIT.
004310     IF NOT QUEUE-ENTRY-FOUND
004320             OR NOT AQ-PENDING
004330         MOVE 'QUEUE ENTRY NOT PENDING' TO QR-MESSAGE
004340         MOVE '08' TO QR-RETURN-CODE
004350         GO TO 4000-EXIT
004360     END-IF.
004370     IF QR-OUTCOME-APPLIED
004380         MOVE 'A' TO AQ-STATUS
004390     ELSE
004400         MOVE 'F' TO AQ-STATUS
004410     END-IF.
004420     MOVE QR-OPERATOR-ID TO AQ-APPROVED-BY.
004430     MOVE QR-RUN-DATE    TO AQ-WORKED-DATE.
004440     REWRITE APPROVAL-QUEUE-RECORD
004450         INVALID KEY
004460             DISPLAY 'ERROR: APPRQUE REWRITE FAILED FOR: '
004470                     AQ-QUEUE-KEY
004480             MOVE '12' TO QR-RETURN-CODE
004490     END-REWRITE.
004500 4000-EXIT.
004510     EXIT.
004520
004530*================================================================
004540* 5000-EXPIRE-PENDING - SWEEP THE WHOLE QUEUE AND EXPIRE EVERY
004550* PENDING ENTRY OLDER THAN ITS PROGRAM'S WINDOW
004560*================================================================
004570 5000-EXPIRE-PENDING.
004580     MOVE ZERO TO QR-EXPIRED-COUNT.
004590     MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
004600     PERFORM 5100-EXPIRE-ENTRY THRU 5100-EXIT
004610         UNTIL QUEUE-EOF.
004620 5000-EXIT.
004630     EXIT.
004640
004650 5100-EXPIRE-ENTRY.
004660     READ APPROVAL-QUEUE-FILE NEXT RECORD
004670         AT END
004680             MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
004690             GO TO 5100-EXIT
004700     END-READ.
004710     IF NOT AQ-PENDING
004720         GO TO 5100-EXIT
004730     END-IF.
004740     MOVE AQ-PROGRAM-NAME TO WS-SEARCH-PROGRAM.
004750     PERFORM 1200-FIND-SETTING THRU 1200-EXIT.
004760     PERFORM 5200-CHECK-ENTRY-AGE THRU 5200-EXIT.
004770     IF AQ-EXPIRED
004780         REWRITE APPROVAL-QUEUE-RECORD
004781             INVALID KEY
004782                 DISPLAY 'ERROR: APPRQUE REWRITE FAILED FOR: '
004783                         AQ-QUEUE-KEY
004784                 MOVE '12' TO QR-RETURN-CODE
004785                 GO TO 5100-EXIT
004786         END-REWRITE
004790         ADD 1 TO QR-EXPIRED-COUNT
004800     END-IF.
004810 5100-EXIT.
004820     EXIT.
004830
004840*================================================================
004850* 5200-CHECK-ENTRY-AGE - MARK THE ENTRY IN THE RECORD AREA
004860* EXPIRED WHEN ITS AGE IN DAYS IS PAST ITS PROGRAM'S WINDOW.  A
004870* ZERO WINDOW NEVER EXPIRES.  THE CALLER REWRITES.
004880*================================================================
004890 5200-CHECK-ENTRY-AGE.
004900     IF WS-SETTING-FOUND = ZERO
004910         GO TO 5200-EXIT
004920     END-IF.
004930     IF ST-EXPIRY-DAYS (WS-SETTING-FOUND) = ZERO
004940         GO TO 5200-EXIT
004950     END-IF.
004960     COMPUTE WS-ENTRY-AGE-DAYS =
004970         FUNCTION INTEGER-OF-DATE(QR-RUN-DATE)
004980       - FUNCTION INTEGER-OF-DATE(AQ-ENTRY-DATE).
004990     IF WS-ENTRY-AGE-DAYS > ST-EXPIRY-DAYS (WS-SETTING-FOUND)
005000         MOVE 'E' TO AQ-STATUS
005010         MOVE QR-RUN-DATE TO AQ-WORKED-DATE
005020     END-IF.
005030 5200-EXIT.
005040     EXIT.
