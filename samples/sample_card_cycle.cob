000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARDCYC.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - CREDIT CARD STATEMENT CYCLE
000120*              IN THE SHAPE OF LOANSRVC.  RUNS NIGHTLY AND
000130*              CYCLES EVERY ACTIVE CARD ON CARDTERM (SEE CARDTRM)
000140*              WHOSE NEXT STATEMENT DATE HAS ARRIVED.  FROM ONE
000150*              PASS OF THE JOURNAL SINCE THE LAST STATEMENT IT
000160*              FINDS THE PAYMENTS RECEIVED AND THE CHARGES MADE;
000170*              IT POSTS PURCHASE INTEREST AT CD-PURCHASE-APR ON
000180*              WHAT IS STILL UNPAID OF THE LAST STATEMENT BALANCE
000190*              AND A LATE FEE WHEN THE PAYMENTS RECEIVED BY THE
000200*              DUE DATE FELL SHORT OF THE MINIMUM, BOTH AS
000210*              'CARD CHARGES' DEBITS THROUGH TRANSLEDG.  IT THEN
000220*              CLOSES THE STATEMENT AT THE BALANCE NOW OWED,
000230*              SETS THE MINIMUM PAYMENT AND DUE DATE, ROLLS THE
000240*              NEXT STATEMENT DATE A MONTH FORWARD FROM THE
000250*              CD-CYCLE-DAY ANCHOR AND WRITES THE CARD STATEMENT
000260*              TO CARDSTMT.  TERMS OF A CARD WHOSE ACCOUNT HAS
000270*              CLOSED ARE MARKED CLOSED.  REGISTERS WITH RUNCTLM
000280*              AS A DAILY RUN.
000282* 2026-10-15  BSY  THE INTEREST AND LATE FEE CARRY TRANSACTION
000284*              REFERENCES OF 'CI' AND 'CF', THE STATEMENT DATE
000286*              (YYMMDD) AND THE CARD ACCOUNT, SO A CARD CANNOT BE
000288*              CHARGED TWICE FOR ONE STATEMENT.
000289* 2026-10-15  BSY  THE CYCLE'S ACTIVITY IS NOW TOTALLED FROM THE
000290*              TRXJARCH GENERATION JRNLARCH LAST CUT AS WELL AS
000291*              THE LIVE JOURNAL, SO A CARD WHOSE CYCLE SPANS A
000292*              MONTH-END CUTOVER SEES ITS PAYMENTS FROM BEFORE
000293*              THE CUT.  THE RUN NOW NEEDS A CLEAN TRXDRIVR FOR
000294*              THE SAME DATE, SO NO POSTING OF THE STATEMENT DAY
000295*              FALLS BETWEEN TWO STATEMENTS.  A FAILED TERMS
000296*              REWRITE IS REPORTED AND COUNTED.
000297* 2026-10-15  BSY  CARDTERM IS CLOSED WHILE TRANSLEDG POSTS THE
000298*              CHARGES AND REOPENED TO CLOSE THE STATEMENTS.
000299*================================================================
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CARD-TERMS-FILE ASSIGN TO "CARDTERM"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CD-ACCOUNT-NUMBER
000380         FILE STATUS IS WS-CARD-FILE-STATUS.
000390
000400     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS AM-ACCOUNT-NUMBER
000440         FILE STATUS IS WS-ACCT-FILE-STATUS.
000450
000460     SELECT TRX-JOURNAL-FILE ASSIGN TO "TRXJRNL"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-JRNL-FILE-STATUS.
000490
000492     SELECT JRNL-ARCHIVE-FILE ASSIGN TO "TRXJARCH"
000494         ORGANIZATION IS SEQUENTIAL
000496         FILE STATUS IS WS-ARCH-FILE-STATUS.
000498
000500     SELECT PRINT-FILE ASSIGN TO "CARDSTMT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PRNT-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CARD-TERMS-FILE.
000570     COPY CARDTRM.
000580
000590 FD  ACCT-MASTER-FILE.
000600     COPY ACCTMSTR.
000610
000620 FD  TRX-JOURNAL-FILE.
000630     COPY TRXJRNL.
000640
000642 FD  JRNL-ARCHIVE-FILE.
000644     COPY TRXJRNL REPLACING ==TRX-JOURNAL-RECORD== BY
000646         ==JRNL-ARCHIVE-RECORD== LEADING ==TJ-== BY ==JA-==.
000648
000650 FD  PRINT-FILE.
000660 01  PRINT-LINE              PIC X(132).
000670
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------------
000700* FILE STATUS AND CONTROL SWITCHES
000710*----------------------------------------------------------------
000720 01  WS-CARD-FILE-STATUS       PIC X(2)  VALUE '00'.
000730 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
000740 01  WS-JRNL-FILE-STATUS       PIC X(2)  VALUE '00'.
000745 01  WS-ARCH-FILE-STATUS       PIC X(2)  VALUE '00'.
000750 01  WS-PRNT-FILE-STATUS       PIC X(2)  VALUE '00'.
000760
000770 01  WS-CARD-EOF-SWITCH        PIC X(1)  VALUE 'N'.
000780     88  END-OF-TERMS          VALUE 'Y'.
000790
000800 01  WS-JRNL-EOF-SWITCH        PIC X(1)  VALUE 'N'.
000810     88  END-OF-JOURNAL        VALUE 'Y'.
000820
000822 01  WS-JOURNAL-SOURCE-SWITCH  PIC X(1)  VALUE 'L'.
000824     88  READING-ARCHIVE       VALUE 'A'.
000826     88  READING-LIVE-JOURNAL  VALUE 'L'.
000828
000830 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000840 01  WS-EARLIEST-STMT-DATE     PIC 9(8)  VALUE ZERO.
000850 01  WS-UNPAID-BALANCE         PIC S9(9)V99 VALUE ZERO.
000860 01  WS-NEW-STMT-BALANCE       PIC 9(9)V99  VALUE ZERO.
000870 01  WS-MIN-PAYMENT            PIC 9(9)V99  VALUE ZERO.
000880 01  WS-AVAILABLE-CREDIT       PIC S9(9)V99 VALUE ZERO.
000890
000900*----------------------------------------------------------------
000910* CARDS DUE TO CYCLE ARE STAGED HERE DURING THE TERMS PASS,
000920* THEIR CYCLE ACTIVITY TOTALLED IN ONE JOURNAL PASS, AND THEIR
000930* CHARGES POSTED THROUGH TRANSLEDG AFTERWARDS, SO ACCTMAST IS
000940* NEVER HELD OPEN BY THIS PROGRAM WHILE TRANSLEDG ALSO HAS IT
000950* OPEN.
000960*----------------------------------------------------------------
000970 01  WS-CC-TABLE-MAX           PIC 9(4)  COMP  VALUE 2000.
000980 01  WS-CC-COUNT               PIC 9(4)  COMP  VALUE ZERO.
000990 01  WS-CC-INDEX               PIC 9(4)  COMP  VALUE ZERO.
001000 01  WS-CC-MATCH-INDEX         PIC 9(4)  COMP  VALUE ZERO.
001010
001020 01  CARD-CYCLE-TABLE.
001030     05  CARD-CYCLE-ENTRY OCCURS 2000 TIMES.
001040         10  CC-ACCOUNT-NUMBER     PIC X(20).
001050         10  CC-LAST-STMT-DATE     PIC 9(8).
001060         10  CC-PAYMENT-DUE-DATE   PIC 9(8).
001070         10  CC-PRIOR-BALANCE      PIC 9(9)V99.
001080         10  CC-MIN-PAYMENT-DUE    PIC 9(7)V99.
001090         10  CC-PAYMENTS           PIC S9(9)V99.
001100         10  CC-PAID-BY-DUE        PIC S9(9)V99.
001110         10  CC-DEBITS             PIC S9(9)V99.
001120         10  CC-INTEREST           PIC S9(9)V99.
001130         10  CC-LATE-FEE           PIC S9(9)V99.
001140
001150*----------------------------------------------------------------
001160* STATEMENT DATE ROLL-FORWARD WORK FIELDS - THE SAME MONTH ROLL
001170* AND DAY CLAMP LOANSRVC USES, ANCHORED ON CD-CYCLE-DAY
001180*----------------------------------------------------------------
001190 01  WS-STMT-DATE-PARTS.
001200     05  WS-STMT-YEAR          PIC 9(4).
001210     05  WS-STMT-MONTH         PIC 9(2).
001220     05  WS-STMT-DAY           PIC 9(2).
001230 01  WS-STMT-DATE-NUM REDEFINES WS-STMT-DATE-PARTS
001240                               PIC 9(8).
001250 01  WS-DAYS-IN-MONTH          PIC 9(2)  VALUE ZERO.
001260 01  WS-LEAP-REMAINDER         PIC 9(4)  COMP VALUE ZERO.
001270 01  WS-LEAP-QUOTIENT          PIC 9(4)  COMP VALUE ZERO.
001280
001290*----------------------------------------------------------------
001300* RUN COUNTERS
001310*----------------------------------------------------------------
001320 01  WS-STATEMENT-COUNT        PIC 9(5)  VALUE ZERO.
001330 01  WS-INTEREST-COUNT         PIC 9(5)  VALUE ZERO.
001340 01  WS-LATE-FEE-COUNT         PIC 9(5)  VALUE ZERO.
001350 01  WS-CLOSED-CARD-COUNT      PIC 9(5)  VALUE ZERO.
001360 01  WS-SKIPPED-COUNT          PIC 9(5)  VALUE ZERO.
001365 01  WS-REWRITE-ERROR-COUNT    PIC 9(5)  VALUE ZERO.
001370
001380*----------------------------------------------------------------
001390* RUN CONTROL INTERFACE - SEE RUNCTLR
001400*----------------------------------------------------------------
001410     COPY RUNCTLR.
001420
001421*----------------------------------------------------------------
001422* JOURNAL ENTRY BEING TALLIED, FROM EITHER JOURNAL FILE
001423*----------------------------------------------------------------
001424     COPY TRXJRNL REPLACING ==TRX-JOURNAL-RECORD== BY
001425         ==WS-JOURNAL-ENTRY== LEADING ==TJ-== BY ==JE-==.
001426
001430     COPY TRXREC.
001440
001450*----------------------------------------------------------------
001460* CARD STATEMENT LAYOUT
001470*----------------------------------------------------------------
001480 01  WS-PAGE-SEPARATOR       PIC X(78) VALUE ALL '='.
001490
001500 01  WS-STMT-HEADING-1.
001510     05  FILLER               PIC X(26) VALUE
001520         'CREDIT CARD STATEMENT FOR '.
001530     05  WS-HD1-ACCOUNT       PIC X(20).
001540     05  FILLER               PIC X(17) VALUE
001550         '  STATEMENT DATE '.
001560     05  WS-HD1-STMT-DATE     PIC 9(8).
001570
001580 01  WS-STMT-HEADING-2.
001590     05  FILLER               PIC X(18) VALUE
001600         'STATEMENT PERIOD: '.
001610     05  WS-HD2-PERIOD-START  PIC 9(8).
001620     05  FILLER               PIC X(9)  VALUE ' THROUGH '.
001630     05  WS-HD2-PERIOD-END    PIC 9(8).
001640
001650 01  WS-AMOUNT-LINE.
001660     05  WS-AMT-TEXT          PIC X(32).
001670     05  WS-AMT-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
001680
001690 01  WS-DUE-LINE.
001700     05  FILLER               PIC X(32) VALUE
001710         'PAYMENT DUE DATE'.
001720     05  WS-DUE-DATE          PIC 9(8).
001730
001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     PERFORM 2000-STAGE-CARDS THRU 2000-EXIT
001780         UNTIL END-OF-TERMS.
001790     CLOSE ACCT-MASTER-FILE.
001800     PERFORM 2500-TOTAL-CYCLE-ACTIVITY THRU 2500-EXIT.
001810     PERFORM 2800-COMPUTE-CHARGES THRU 2800-EXIT
001820         VARYING WS-CC-INDEX FROM 1 BY 1
001830         UNTIL WS-CC-INDEX > WS-CC-COUNT.
001835     CLOSE CARD-TERMS-FILE.
001840     CALL 'TRANSOPEN'.
001850     PERFORM 3000-POST-CARD-CHARGES THRU 3000-EXIT
001860         VARYING WS-CC-INDEX FROM 1 BY 1
001870         UNTIL WS-CC-INDEX > WS-CC-COUNT.
001880     CALL 'TRANSCLSE'.
001890     PERFORM 4000-CLOSE-STATEMENTS THRU 4000-EXIT.
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001910     STOP RUN.
001920
001930*================================================================
001940* 1000-INITIALIZE - REGISTER THE RUN, OPEN THE TERMS, THE MASTER
001950* AND THE STATEMENT FILE, POSITION TO THE FIRST CARD
001960*================================================================
001970 1000-INITIALIZE.
001980     PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
001990     OPEN I-O CARD-TERMS-FILE.
002000     IF WS-CARD-FILE-STATUS = '35'
002010         DISPLAY 'CARDCYC: NO CARD TERMS ON FILE'
002020         MOVE 'Y' TO WS-CARD-EOF-SWITCH
002030     ELSE
002040         IF WS-CARD-FILE-STATUS NOT = '00'
002050             DISPLAY 'ERROR: UNABLE TO OPEN CARDTERM, STATUS: '
002060                     WS-CARD-FILE-STATUS
002070             STOP RUN
002080         END-IF
002090     END-IF.
002100     OPEN INPUT ACCT-MASTER-FILE.
002110     IF WS-ACCT-FILE-STATUS NOT = '00'
002120         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
002130                 WS-ACCT-FILE-STATUS
002140         CLOSE CARD-TERMS-FILE
002150         STOP RUN
002160     END-IF.
002170     OPEN OUTPUT PRINT-FILE.
002180     IF WS-PRNT-FILE-STATUS NOT = '00'
002190         DISPLAY 'ERROR: UNABLE TO OPEN CARDSTMT, STATUS: '
002200                 WS-PRNT-FILE-STATUS
002210         CLOSE CARD-TERMS-FILE
002220         CLOSE ACCT-MASTER-FILE
002230         STOP RUN
002240     END-IF.
002250
002260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002270     MOVE WS-RUN-DATE TO WS-EARLIEST-STMT-DATE.
002280
002290     IF NOT END-OF-TERMS
002300         MOVE LOW-VALUES TO CD-ACCOUNT-NUMBER
002310         START CARD-TERMS-FILE
002320             KEY NOT < CD-ACCOUNT-NUMBER
002330             INVALID KEY
002340                 MOVE 'Y' TO WS-CARD-EOF-SWITCH
002350         END-START
002360     END-IF.
002370     IF NOT END-OF-TERMS
002380         PERFORM 2100-READ-TERMS THRU 2100-EXIT
002390     END-IF.
002400 1000-EXIT.
002410     EXIT.
002420
002430*================================================================
002440* 1900-RUN-CONTROL-START - REGISTER THE RUN BEFORE ANY WORK.  THE
002443* STATEMENT CLOSES THE DAY, SO IT RUNS BEHIND A CLEAN TRXDRIVR
002446* FOR THE SAME DATE.
002450*================================================================
002460 1900-RUN-CONTROL-START.
002470     MOVE 'S'        TO RC-FUNCTION.
002480     MOVE 'CARDCYC'  TO RC-PROGRAM-NAME.
002490     MOVE 'D'        TO RC-FREQUENCY.
002500     MOVE 'TRXDRIVR' TO RC-PREREQ-PROGRAM.
002510     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
002520     MOVE ZERO       TO RC-RECORD-COUNT.
002530     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
002540     IF RC-ALREADY-RAN
002550         DISPLAY 'CARDCYC ALREADY COMPLETED THIS PERIOD - '
002560                 'RUN REFUSED'
002570         STOP RUN
002580     END-IF.
002581     IF RC-PREREQ-MISSING
002582         DISPLAY 'CARDCYC REFUSED - TRXDRIVR HAS NOT '
002583                 'COMPLETED CLEAN FOR THIS DATE'
002584         STOP RUN
002585     END-IF.
002590     IF NOT RC-GO-AHEAD
002600         DISPLAY 'CARDCYC REFUSED BY RUN CONTROL, CODE: '
002610                 RC-RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640 1900-EXIT.
002650     EXIT.
002660
002670*================================================================
002680* 2000-STAGE-CARDS - STAGE EACH ACTIVE CARD WHOSE STATEMENT
002690* DATE HAS ARRIVED.  A CARD WHOSE ACCOUNT HAS CLOSED HAS ITS
002700* TERMS CLOSED; A DORMANT CARD WAITS UNTIL IT IS REACTIVATED.
002710*================================================================
002720 2000-STAGE-CARDS.
002730     IF NOT CD-ACTIVE-CARD
002740             OR CD-NEXT-STMT-DATE > WS-RUN-DATE
002750         GO TO 2000-NEXT
002760     END-IF.
002770
002780     MOVE CD-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
002790     READ ACCT-MASTER-FILE
002800         INVALID KEY
002810             MOVE 'C' TO AM-ACCOUNT-STATUS
002820     END-READ.
002830     IF AM-CLOSED-ACCOUNT
002840         MOVE 'C' TO CD-STATUS
002850         REWRITE CARD-TERMS-RECORD
002851             INVALID KEY
002852                 DISPLAY 'ERROR: CARDTERM REWRITE FAILED FOR: '
002853                         CD-ACCOUNT-NUMBER
002854                 ADD 1 TO WS-REWRITE-ERROR-COUNT
002855                 GO TO 2000-NEXT
002856         END-REWRITE
002860         ADD 1 TO WS-CLOSED-CARD-COUNT
002870         GO TO 2000-NEXT
002880     END-IF.
002890     IF NOT AM-ACTIVE-ACCOUNT
002900         ADD 1 TO WS-SKIPPED-COUNT
002910         GO TO 2000-NEXT
002920     END-IF.
002930
002940     IF WS-CC-COUNT NOT < WS-CC-TABLE-MAX
002950         DISPLAY 'WARNING: CARD CYCLE TABLE FULL, DEFERRED: '
002960                 CD-ACCOUNT-NUMBER
002970         ADD 1 TO WS-SKIPPED-COUNT
002980         GO TO 2000-NEXT
002990     END-IF.
003000     ADD 1 TO WS-CC-COUNT.
003010     INITIALIZE CARD-CYCLE-ENTRY (WS-CC-COUNT).
003020     MOVE CD-ACCOUNT-NUMBER   TO CC-ACCOUNT-NUMBER (WS-CC-COUNT).
003030     MOVE CD-LAST-STMT-DATE   TO CC-LAST-STMT-DATE (WS-CC-COUNT).
003040     MOVE CD-PAYMENT-DUE-DATE
003050         TO CC-PAYMENT-DUE-DATE (WS-CC-COUNT).
003060     MOVE CD-STMT-BALANCE     TO CC-PRIOR-BALANCE (WS-CC-COUNT).
003070     MOVE CD-MIN-PAYMENT-DUE
003080         TO CC-MIN-PAYMENT-DUE (WS-CC-COUNT).
003090     IF CD-LAST-STMT-DATE < WS-EARLIEST-STMT-DATE
003100         MOVE CD-LAST-STMT-DATE TO WS-EARLIEST-STMT-DATE
003110     END-IF.
003120 2000-NEXT.
003130     PERFORM 2100-READ-TERMS THRU 2100-EXIT.
003140 2000-EXIT.
003150     EXIT.
003160
003170 2100-READ-TERMS.
003180     READ CARD-TERMS-FILE NEXT RECORD
003190         AT END
003200             MOVE 'Y' TO WS-CARD-EOF-SWITCH
003210     END-READ.
003220 2100-EXIT.
003230     EXIT.
003240
003250*================================================================
003260* 2500-TOTAL-CYCLE-ACTIVITY - ONE PASS OF THE JOURNAL.  FOR EACH
003270* STAGED CARD, ENTRIES AFTER ITS LAST STATEMENT DATE ARE SPLIT
003280* INTO PAYMENTS (CREDITS) AND CHARGES (DEBITS); PAYMENTS ON OR
003290* BEFORE THE DUE DATE COUNT TOWARD THE MINIMUM.  JRNLARCH CUTS
003292* THE JOURNAL OVER AT MONTH-END WHILE CARDS CYCLE ON THEIR OWN
003294* DAY, SO THE TRXJARCH GENERATION IT LAST CUT IS READ FIRST;
003296* ENTRIES ON OR BEFORE A CARD'S LAST STATEMENT ARE SKIPPED AS
003298* ALWAYS, SO AN OLDER GENERATION DOES NO HARM.
003300*================================================================
003310 2500-TOTAL-CYCLE-ACTIVITY.
003320     IF WS-CC-COUNT = ZERO
003330         GO TO 2500-EXIT
003340     END-IF.
003341     OPEN INPUT JRNL-ARCHIVE-FILE.
003342     IF WS-ARCH-FILE-STATUS = '35'
003343         DISPLAY 'WARNING: NO TRXJARCH GENERATION - '
003344                 'LIVE JOURNAL ONLY'
003345     ELSE
003346         IF WS-ARCH-FILE-STATUS NOT = '00'
003347             DISPLAY 'ERROR: UNABLE TO OPEN TRXJARCH, STATUS: '
003348                     WS-ARCH-FILE-STATUS
003349             CLOSE CARD-TERMS-FILE
003350             CLOSE PRINT-FILE
003351             STOP RUN
003352         END-IF
003353         MOVE 'A' TO WS-JOURNAL-SOURCE-SWITCH
003354         MOVE 'N' TO WS-JRNL-EOF-SWITCH
003355         PERFORM 2510-READ-JOURNAL THRU 2510-EXIT
003356         PERFORM 2520-TALLY-JOURNAL-ENTRY THRU 2520-EXIT
003357             UNTIL END-OF-JOURNAL
003358         CLOSE JRNL-ARCHIVE-FILE
003359     END-IF.
003360
003361     OPEN INPUT TRX-JOURNAL-FILE.
003362     IF WS-JRNL-FILE-STATUS NOT = '00'
003370         DISPLAY 'ERROR: UNABLE TO OPEN TRXJRNL, STATUS: '
003380                 WS-JRNL-FILE-STATUS
003390         CLOSE CARD-TERMS-FILE
003400         CLOSE PRINT-FILE
003410         STOP RUN
003420     END-IF.
003423     MOVE 'L' TO WS-JOURNAL-SOURCE-SWITCH.
003426     MOVE 'N' TO WS-JRNL-EOF-SWITCH.
003430     PERFORM 2510-READ-JOURNAL THRU 2510-EXIT.
003440     PERFORM 2520-TALLY-JOURNAL-ENTRY THRU 2520-EXIT
003450         UNTIL END-OF-JOURNAL.
003460     CLOSE TRX-JOURNAL-FILE.
003470 2500-EXIT.
003480     EXIT.
003490
003500 2510-READ-JOURNAL.
003501     IF READING-ARCHIVE
003502         READ JRNL-ARCHIVE-FILE INTO WS-JOURNAL-ENTRY
003503             AT END
003504                 MOVE 'Y' TO WS-JRNL-EOF-SWITCH
003505         END-READ
003506         GO TO 2510-EXIT
003507     END-IF.
003510     READ TRX-JOURNAL-FILE INTO WS-JOURNAL-ENTRY
003520         AT END
003530             MOVE 'Y' TO WS-JRNL-EOF-SWITCH
003540     END-READ.
003550 2510-EXIT.
003560     EXIT.
003570
003580 2520-TALLY-JOURNAL-ENTRY.
003590     IF JE-TRX-DATE NOT > WS-EARLIEST-STMT-DATE
003600             OR JE-TRX-DATE > WS-RUN-DATE
003610         GO TO 2520-NEXT
003620     END-IF.
003630     MOVE ZERO TO WS-CC-MATCH-INDEX.
003640     PERFORM 2530-FIND-CARD-ENTRY THRU 2530-EXIT
003650         VARYING WS-CC-INDEX FROM 1 BY 1
003660         UNTIL WS-CC-INDEX > WS-CC-COUNT.
003670     IF WS-CC-MATCH-INDEX = ZERO
003680         GO TO 2520-NEXT
003690     END-IF.
003700     IF JE-TRX-DATE NOT > CC-LAST-STMT-DATE (WS-CC-MATCH-INDEX)
003710         GO TO 2520-NEXT
003720     END-IF.
003730     IF JE-POST-BALANCE >= JE-PRE-BALANCE
003740         ADD JE-TRX-AMOUNT TO CC-PAYMENTS (WS-CC-MATCH-INDEX)
003750         IF JE-TRX-DATE NOT >
003760                 CC-PAYMENT-DUE-DATE (WS-CC-MATCH-INDEX)
003770             ADD JE-TRX-AMOUNT
003780                 TO CC-PAID-BY-DUE (WS-CC-MATCH-INDEX)
003790         END-IF
003800     ELSE
003810         ADD JE-TRX-AMOUNT TO CC-DEBITS (WS-CC-MATCH-INDEX)
003820     END-IF.
003830 2520-NEXT.
003840     PERFORM 2510-READ-JOURNAL THRU 2510-EXIT.
003850 2520-EXIT.
003860     EXIT.
003870
003880 2530-FIND-CARD-ENTRY.
003890     IF CC-ACCOUNT-NUMBER (WS-CC-INDEX) = JE-TRX-ACCOUNT
003900         MOVE WS-CC-INDEX TO WS-CC-MATCH-INDEX
003910         MOVE WS-CC-COUNT TO WS-CC-INDEX
003920     END-IF.
003930 2530-EXIT.
003940     EXIT.
003950
003960*================================================================
003970* 2800-COMPUTE-CHARGES - PURCHASE INTEREST ON WHAT REMAINS
003980* UNPAID OF THE LAST STATEMENT BALANCE, AND THE LATE FEE WHEN
003990* THE MINIMUM WAS NOT RECEIVED BY THE DUE DATE
004000*================================================================
004010 2800-COMPUTE-CHARGES.
004020     MOVE CC-ACCOUNT-NUMBER (WS-CC-INDEX) TO CD-ACCOUNT-NUMBER.
004030     READ CARD-TERMS-FILE
004040         INVALID KEY
004050             GO TO 2800-EXIT
004060     END-READ.
004070
004080     COMPUTE WS-UNPAID-BALANCE =
004090         CC-PRIOR-BALANCE (WS-CC-INDEX)
004100         - CC-PAYMENTS (WS-CC-INDEX).
004110     IF WS-UNPAID-BALANCE > ZERO
004120         COMPUTE CC-INTEREST (WS-CC-INDEX) ROUNDED =
004130             WS-UNPAID-BALANCE * CD-PURCHASE-APR / 12
004140     END-IF.
004150
004160     IF CC-MIN-PAYMENT-DUE (WS-CC-INDEX) > ZERO
004170             AND CC-PAYMENT-DUE-DATE (WS-CC-INDEX)
004180                 < WS-RUN-DATE
004190             AND CC-PAID-BY-DUE (WS-CC-INDEX)
004200                 < CC-MIN-PAYMENT-DUE (WS-CC-INDEX)
004210         MOVE CD-LATE-FEE TO CC-LATE-FEE (WS-CC-INDEX)
004220     END-IF.
004230 2800-EXIT.
004240     EXIT.
004250
004260*================================================================
004270* 3000-POST-CARD-CHARGES - THE INTEREST AND LATE FEE FOR ONE
004280* CARD, THROUGH TRANSLEDG SO BOTH LAND ON TRXJRNL LIKE
004290* EVERYTHING ELSE.  THE 'CARD CHARGES' LEAD LETS THEM POST
004300* OVER THE CREDIT LIMIT.
004310*================================================================
004320 3000-POST-CARD-CHARGES.
004330     MOVE WS-RUN-DATE TO TRX-DATE.
004340     MOVE 'DR' TO TRX-TYPE.
004350     MOVE CC-ACCOUNT-NUMBER (WS-CC-INDEX) TO TRX-ACCOUNT.
004360     MOVE SPACES TO TO-ACCOUNT.
004370     MOVE 'N' TO TRX-REACT-FLAG.
004380     IF CC-INTEREST (WS-CC-INDEX) > ZERO
004390         MOVE CC-INTEREST (WS-CC-INDEX) TO TRX-AMOUNT
004400         MOVE 'CARD CHARGES - PURCHASE INTEREST'
004410             TO TRX-DESCRIPTION
004411         MOVE SPACES TO TRX-REFERENCE
004412         STRING 'CI' DELIMITED BY SIZE
004414                WS-RUN-DATE (3:6) DELIMITED BY SIZE
004416                CC-ACCOUNT-NUMBER (WS-CC-INDEX) DELIMITED BY SIZE
004418                INTO TRX-REFERENCE
004420         CALL 'TRANSLEDG' USING TRANSACTION-RECORD
004430         ADD 1 TO WS-INTEREST-COUNT
004440     END-IF.
004450     IF CC-LATE-FEE (WS-CC-INDEX) > ZERO
004460         MOVE CC-LATE-FEE (WS-CC-INDEX) TO TRX-AMOUNT
004470         MOVE 'CARD CHARGES - LATE PAYMENT FEE'
004480             TO TRX-DESCRIPTION
004481         MOVE SPACES TO TRX-REFERENCE
004482         STRING 'CF' DELIMITED BY SIZE
004484                WS-RUN-DATE (3:6) DELIMITED BY SIZE
004486                CC-ACCOUNT-NUMBER (WS-CC-INDEX) DELIMITED BY SIZE
004488                INTO TRX-REFERENCE
004490         CALL 'TRANSLEDG' USING TRANSACTION-RECORD
004500         ADD 1 TO WS-LATE-FEE-COUNT
004510     END-IF.
004520 3000-EXIT.
004530     EXIT.
004540
004550*================================================================
004560* 4000-CLOSE-STATEMENTS - READ EACH CARD'S BALANCE BACK AFTER
004570* ITS CHARGES, CLOSE THE STATEMENT ON THE TERMS RECORD AND
004580* WRITE THE CARD STATEMENT
004590*================================================================
004600 4000-CLOSE-STATEMENTS.
004601     OPEN I-O CARD-TERMS-FILE.
004602     IF WS-CARD-FILE-STATUS NOT = '00'
004603         DISPLAY 'ERROR: UNABLE TO REOPEN CARDTERM, STATUS: '
004604                 WS-CARD-FILE-STATUS
004605         GO TO 4000-EXIT
004606     END-IF.
004610     OPEN INPUT ACCT-MASTER-FILE.
004620     IF WS-ACCT-FILE-STATUS NOT = '00'
004630         DISPLAY 'ERROR: UNABLE TO REOPEN ACCTMAST, STATUS: '
004640                 WS-ACCT-FILE-STATUS
004641         CLOSE CARD-TERMS-FILE
004650         GO TO 4000-EXIT
004660     END-IF.
004670     PERFORM 4100-CLOSE-ONE-STATEMENT THRU 4100-EXIT
004680         VARYING WS-CC-INDEX FROM 1 BY 1
004690         UNTIL WS-CC-INDEX > WS-CC-COUNT.
004700     CLOSE ACCT-MASTER-FILE.
004710 4000-EXIT.
004720     EXIT.
004730
004740 4100-CLOSE-ONE-STATEMENT.
004750     MOVE CC-ACCOUNT-NUMBER (WS-CC-INDEX) TO CD-ACCOUNT-NUMBER.
004760     READ CARD-TERMS-FILE
004770         INVALID KEY
004780             GO TO 4100-EXIT
004790     END-READ.
004800     MOVE CC-ACCOUNT-NUMBER (WS-CC-INDEX) TO AM-ACCOUNT-NUMBER.
004810     READ ACCT-MASTER-FILE
004820         INVALID KEY
004830             GO TO 4100-EXIT
004840     END-READ.
004850
004860     IF AM-CURRENT-BALANCE < ZERO
004870         COMPUTE WS-NEW-STMT-BALANCE = ZERO - AM-CURRENT-BALANCE
004880     ELSE
004890         MOVE ZERO TO WS-NEW-STMT-BALANCE
004900     END-IF.
004910     COMPUTE WS-MIN-PAYMENT ROUNDED =
004920         WS-NEW-STMT-BALANCE * CD-MIN-PAY-RATE.
004930     IF WS-MIN-PAYMENT < CD-MIN-PAY-FLOOR
004940         MOVE CD-MIN-PAY-FLOOR TO WS-MIN-PAYMENT
004950     END-IF.
004960     IF WS-MIN-PAYMENT > WS-NEW-STMT-BALANCE
004970         MOVE WS-NEW-STMT-BALANCE TO WS-MIN-PAYMENT
004980     END-IF.
004990
005000     MOVE WS-RUN-DATE         TO CD-LAST-STMT-DATE.
005010     MOVE WS-NEW-STMT-BALANCE TO CD-STMT-BALANCE.
005020     MOVE WS-MIN-PAYMENT      TO CD-MIN-PAYMENT-DUE.
005030     IF WS-MIN-PAYMENT > ZERO
005040         MOVE FUNCTION DATE-OF-INTEGER
005050                 (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
005060                  + CD-GRACE-DAYS)
005070             TO CD-PAYMENT-DUE-DATE
005080     ELSE
005090         MOVE ZERO TO CD-PAYMENT-DUE-DATE
005100     END-IF.
005110     PERFORM 4200-ROLL-STMT-DATE THRU 4200-EXIT
005120         UNTIL CD-NEXT-STMT-DATE > WS-RUN-DATE.
005130     REWRITE CARD-TERMS-RECORD
005131         INVALID KEY
005132             DISPLAY 'ERROR: CARDTERM REWRITE FAILED FOR: '
005133                     CD-ACCOUNT-NUMBER
005134             DISPLAY '       STATEMENT NOT CLOSED - CHARGES '
005135                     'POSTED TODAY MUST BE CHECKED'
005136             ADD 1 TO WS-REWRITE-ERROR-COUNT
005137             GO TO 4100-EXIT
005138     END-REWRITE.
005140
005150     COMPUTE WS-AVAILABLE-CREDIT =
005160         CD-CREDIT-LIMIT + AM-CURRENT-BALANCE.
005170     IF WS-AVAILABLE-CREDIT < ZERO
005180         MOVE ZERO TO WS-AVAILABLE-CREDIT
005190     END-IF.
005200     PERFORM 4500-PRINT-STATEMENT THRU 4500-EXIT.
005210     ADD 1 TO WS-STATEMENT-COUNT.
005220 4100-EXIT.
005230     EXIT.
005240
005250*================================================================
005260* 4200-ROLL-STMT-DATE - ADVANCE THE NEXT STATEMENT DATE ONE
005270* MONTH, RESTORING THE DAY OF MONTH FROM THE CD-CYCLE-DAY
005280* ANCHOR AND CLAMPING TO A SHORTER TARGET MONTH
005290*================================================================
005300 4200-ROLL-STMT-DATE.
005310     MOVE CD-NEXT-STMT-DATE TO WS-STMT-DATE-NUM.
005320     ADD 1 TO WS-STMT-MONTH.
005330     IF WS-STMT-MONTH > 12
005340         MOVE 1 TO WS-STMT-MONTH
005350         ADD 1 TO WS-STMT-YEAR
005360     END-IF.
005370     IF CD-CYCLE-DAY NOT = ZERO
005380         MOVE CD-CYCLE-DAY TO WS-STMT-DAY
005390     END-IF.
005400     PERFORM 4210-CLAMP-DAY-OF-MONTH THRU 4210-EXIT.
005410     MOVE WS-STMT-DATE-NUM TO CD-NEXT-STMT-DATE.
005420 4200-EXIT.
005430     EXIT.
005440
005450 4210-CLAMP-DAY-OF-MONTH.
005460     EVALUATE WS-STMT-MONTH
005470         WHEN 4
005480         WHEN 6
005490         WHEN 9
005500         WHEN 11
005510             MOVE 30 TO WS-DAYS-IN-MONTH
005520         WHEN 2
005530             DIVIDE WS-STMT-YEAR BY 4
005540                 GIVING WS-LEAP-QUOTIENT
005550                 REMAINDER WS-LEAP-REMAINDER
005560             IF WS-LEAP-REMAINDER = ZERO
005570                 MOVE 29 TO WS-DAYS-IN-MONTH
005580             ELSE
005590                 MOVE 28 TO WS-DAYS-IN-MONTH
005600             END-IF
005610         WHEN OTHER
005620             MOVE 31 TO WS-DAYS-IN-MONTH
005630     END-EVALUATE.
005640     IF WS-STMT-DAY > WS-DAYS-IN-MONTH
005650         MOVE WS-DAYS-IN-MONTH TO WS-STMT-DAY
005660     END-IF.
005670 4210-EXIT.
005680     EXIT.
005690
005700*================================================================
005710* 4500-PRINT-STATEMENT - ONE CARD STATEMENT ON CARDSTMT
005720*================================================================
005730 4500-PRINT-STATEMENT.
005740     MOVE WS-PAGE-SEPARATOR TO PRINT-LINE.
005750     WRITE PRINT-LINE.
005760     MOVE CD-ACCOUNT-NUMBER TO WS-HD1-ACCOUNT.
005770     MOVE WS-RUN-DATE       TO WS-HD1-STMT-DATE.
005780     MOVE WS-STMT-HEADING-1 TO PRINT-LINE.
005790     WRITE PRINT-LINE.
005800     COMPUTE WS-HD2-PERIOD-START = FUNCTION DATE-OF-INTEGER
005810         (FUNCTION INTEGER-OF-DATE
005820             (CC-LAST-STMT-DATE (WS-CC-INDEX)) + 1).
005830     MOVE WS-RUN-DATE TO WS-HD2-PERIOD-END.
005840     MOVE WS-STMT-HEADING-2 TO PRINT-LINE.
005850     WRITE PRINT-LINE.
005860
005870     MOVE 'PREVIOUS STATEMENT BALANCE' TO WS-AMT-TEXT.
005880     MOVE CC-PRIOR-BALANCE (WS-CC-INDEX) TO WS-AMT-VALUE.
005890     PERFORM 4900-WRITE-AMOUNT THRU 4900-EXIT.
005900     MOVE 'PAYMENTS AND CREDITS' TO WS-AMT-TEXT.
005910     MOVE CC-PAYMENTS (WS-CC-INDEX) TO WS-AMT-VALUE.
005920     PERFORM 4900-WRITE-AMOUNT THRU 4900-EXIT.
005930     MOVE 'PURCHASES AND OTHER DEBITS' TO WS-AMT-TEXT.
005940     MOVE CC-DEBITS (WS-CC-INDEX) TO WS-AMT-VALUE.
005950     PERFORM 4900-WRITE-AMOUNT THRU 4900-EXIT.
005960     MOVE 'PURCHASE INTEREST CHARGED' TO WS-AMT-TEXT.
005970     MOVE CC-INTEREST (WS-CC-INDEX) TO WS-AMT-VALUE.
005980     PERFORM 4900-WRITE-AMOUNT THRU 4900-EXIT.
005990     MOVE 'LATE PAYMENT FEE' TO WS-AMT-TEXT.
006000     MOVE CC-LATE-FEE (WS-CC-INDEX) TO WS-AMT-VALUE.
006010     PERFORM 4900-WRITE-AMOUNT THRU 4900-EXIT.
006020     MOVE 'NEW STATEMENT BALANCE' TO WS-AMT-TEXT.
006030     MOVE CD-STMT-BALANCE TO WS-AMT-VALUE.
006040     PERFORM 4900-WRITE-AMOUNT THRU 4900-EXIT.
006050     MOVE 'MINIMUM PAYMENT DUE' TO WS-AMT-TEXT.
006060     MOVE CD-MIN-PAYMENT-DUE TO WS-AMT-VALUE.
006070     PERFORM 4900-WRITE-AMOUNT THRU 4900-EXIT.
006080     IF CD-MIN-PAYMENT-DUE > ZERO
006090         MOVE CD-PAYMENT-DUE-DATE TO WS-DUE-DATE
006100         MOVE WS-DUE-LINE TO PRINT-LINE
006110         WRITE PRINT-LINE
006120     END-IF.
006130     MOVE 'CREDIT LIMIT' TO WS-AMT-TEXT.
006140     MOVE CD-CREDIT-LIMIT TO WS-AMT-VALUE.
006150     PERFORM 4900-WRITE-AMOUNT THRU 4900-EXIT.
006160     MOVE 'AVAILABLE CREDIT' TO WS-AMT-TEXT.
006170     MOVE WS-AVAILABLE-CREDIT TO WS-AMT-VALUE.
006180     PERFORM 4900-WRITE-AMOUNT THRU 4900-EXIT.
006190 4500-EXIT.
006200     EXIT.
006210
006220 4900-WRITE-AMOUNT.
006230     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
006240     WRITE PRINT-LINE.
006250 4900-EXIT.
006260     EXIT.
006270
006280*================================================================
006290* 8900-RUN-CONTROL-END - STAMP THE RUN COMPLETED WITH ITS COUNT
006300*================================================================
006310 8900-RUN-CONTROL-END.
006320     MOVE 'E' TO RC-FUNCTION.
006330     MOVE WS-STATEMENT-COUNT TO RC-RECORD-COUNT.
006340     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
006350 8900-EXIT.
006360     EXIT.
006370
006380*================================================================
006390* 9000-TERMINATE
006400*================================================================
006410 9000-TERMINATE.
006420     CLOSE CARD-TERMS-FILE.
006430     CLOSE PRINT-FILE.
006440     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.
006450     DISPLAY 'CARD CYCLE COMPLETE - STATEMENTS: '
006460             WS-STATEMENT-COUNT
006470             ' INTEREST: ' WS-INTEREST-COUNT
006480             ' LATE FEES: ' WS-LATE-FEE-COUNT
006490             ' CLOSED: ' WS-CLOSED-CARD-COUNT
006500             ' DEFERRED: ' WS-SKIPPED-COUNT.
006502     IF WS-REWRITE-ERROR-COUNT > ZERO
006504         DISPLAY 'CARDTERM REWRITE FAILURES: '
006506                 WS-REWRITE-ERROR-COUNT
006508     END-IF.
006510 9000-EXIT.
006520     EXIT.
