000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    NOTCGEN.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - NIGHTLY CUSTOMER NOTICES.
000120*              PICKS UP THE ACCOUNT EVENTS ALREADY RECORDED ON
000130*              FILE - DORMANT ACCOUNTS ON ACCTMAST, DEBITS
000140*              REJECTED BY TRANSLEDG FOR INSUFFICIENT FUNDS ON
000150*              SUSPFILE, MISSED LOAN PAYMENTS ON LOANTERM, HOLDS
000160*              PLACED ON HOLDFILE AND STANDING ORDERS SUSPENDED
000170*              ON STORDR - AND WRITES ONE NOTICE PER EVENT TO
000180*              EACH OWNER OF THE ACCOUNT, ADDRESSED FROM
000190*              CUSTMAST, TO THE CORRESP FILE (SEE CORRESP).
000200*              EVERY NOTICE IS RECORDED ON THE NOTCHST HISTORY
000210*              (SEE NOTCHST) AS IT IS PRODUCED, SO NO EVENT IS
000220*              NOTICED TWICE, AND THE DAY'S CORRESP FILE IS
000230*              BUILT FROM THE HISTORY, SO A RESTARTED RUN STILL
000240*              DELIVERS EVERY NOTICE DATED THE RUN DATE.  AN
000250*              EVENT NO OWNER CAN BE ADDRESSED FOR IS LISTED ON
000260*              NOTCRPT AND TRIED AGAIN ON THE NEXT RUN.  A
000270*              NOTCPARM RUN MODE OF 'S' SEEDS THE HISTORY WITH
000280*              THE EVENTS ALREADY ON FILE WITHOUT NOTICING THEM.
000290*              REGISTERS WITH RUNCTLM AS A DAILY RUN.
000300*================================================================
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT NOTICE-PARM-FILE ASSIGN TO "NOTCPARM"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-PARM-FILE-STATUS.
000380
000390     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS AM-ACCOUNT-NUMBER
000430         FILE STATUS IS WS-ACCT-FILE-STATUS.
000440
000450     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CM-CUSTOMER-NUMBER
000490         FILE STATUS IS WS-CUST-FILE-STATUS.
000500
000510     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS AR-RELATIONSHIP-KEY
000550         FILE STATUS IS WS-AREL-FILE-STATUS.
000560
000570     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-SUSP-FILE-STATUS.
000600
000610     SELECT LOAN-TERMS-FILE ASSIGN TO "LOANTERM"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LT-ACCOUNT-NUMBER
000650         FILE STATUS IS WS-LTRM-FILE-STATUS.
000660
000670     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS HD-HOLD-KEY
000710         FILE STATUS IS WS-HOLD-FILE-STATUS.
000720
000730     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDR"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS SO-ORDER-NUMBER
000770         FILE STATUS IS WS-ORDR-FILE-STATUS.
000780
000790     SELECT NOTICE-HISTORY-FILE ASSIGN TO "NOTCHST"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS NH-NOTICE-KEY
000830         FILE STATUS IS WS-NHST-FILE-STATUS.
000840
000850     SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRESP"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-CORR-FILE-STATUS.
000880
000890     SELECT PRINT-FILE ASSIGN TO "NOTCRPT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-PRNT-FILE-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950*----------------------------------------------------------------
000960* OPTIONAL PARAMETER RECORD.  RUN MODE 'S' SEEDS THE HISTORY
000970* WITH EVERY EVENT NOW ON FILE AND PRODUCES NO NOTICES - RUN
000980* ONCE WHEN NOTICES ARE FIRST SWITCHED ON, SO CUSTOMERS ARE NOT
000990* WRITTEN TO ABOUT EVENTS LONG PAST.  NO PARAMETER FILE, OR
001000* ANY OTHER MODE, IS A NORMAL RUN.
001010*----------------------------------------------------------------
001020 FD  NOTICE-PARM-FILE.
001030 01  NOTICE-PARM-RECORD.
001040     05  NP-RUN-MODE           PIC X(1).
001050         88  NP-SEED-RUN        VALUE 'S'.
001060     05  FILLER                PIC X(79).
001070
001080 FD  ACCT-MASTER-FILE.
001090     COPY ACCTMSTR.
001100
001110 FD  CUST-MASTER-FILE.
001120     COPY CUSTMSTR.
001130
001140 FD  ACCT-REL-FILE.
001150     COPY ACCTREL.
001160
001170 FD  SUSPENSE-FILE.
001180     COPY SUSPNS.
001190
001200 FD  LOAN-TERMS-FILE.
001210     COPY LOANTRM.
001220
001230 FD  HOLD-FILE.
001240     COPY HOLDREC.
001250
001260 FD  STANDING-ORDER-FILE.
001270     COPY STORDR.
001280
001290 FD  NOTICE-HISTORY-FILE.
001300     COPY NOTCHST.
001310
001320 FD  CORRESPONDENCE-FILE.
001330     COPY CORRESP.
001340
001350 FD  PRINT-FILE.
001360 01  PRINT-LINE                PIC X(132).
001370
001380 WORKING-STORAGE SECTION.
001390*----------------------------------------------------------------
001400* FILE STATUS AND CONTROL SWITCHES
001410*----------------------------------------------------------------
001420 01  WS-PARM-FILE-STATUS       PIC X(2)  VALUE '00'.
001430 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
001440 01  WS-CUST-FILE-STATUS       PIC X(2)  VALUE '00'.
001450 01  WS-AREL-FILE-STATUS       PIC X(2)  VALUE '00'.
001460 01  WS-SUSP-FILE-STATUS       PIC X(2)  VALUE '00'.
001470 01  WS-LTRM-FILE-STATUS       PIC X(2)  VALUE '00'.
001480 01  WS-HOLD-FILE-STATUS       PIC X(2)  VALUE '00'.
001490 01  WS-ORDR-FILE-STATUS       PIC X(2)  VALUE '00'.
001500 01  WS-NHST-FILE-STATUS       PIC X(2)  VALUE '00'.
001510 01  WS-CORR-FILE-STATUS       PIC X(2)  VALUE '00'.
001520 01  WS-PRNT-FILE-STATUS       PIC X(2)  VALUE '00'.
001530
001540 01  WS-RUN-MODE-SWITCH        PIC X(1)  VALUE 'N'.
001550     88  SEED-RUN              VALUE 'S'.
001560
001570 01  WS-REL-FILE-SWITCH        PIC X(1)  VALUE 'N'.
001580     88  REL-FILE-AVAILABLE    VALUE 'Y'.
001590
001600 01  WS-SOURCE-EOF-SWITCH      PIC X(1)  VALUE 'N'.
001610     88  END-OF-SOURCE         VALUE 'Y'.
001620
001630 01  WS-RSCAN-EOF-SWITCH       PIC X(1)  VALUE 'N'.
001640     88  END-OF-REL-SCAN       VALUE 'Y'.
001650
001660 01  WS-NHST-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001670     88  END-OF-HISTORY        VALUE 'Y'.
001680
001690 01  WS-ACCOUNT-SWITCH         PIC X(1)  VALUE 'N'.
001700     88  ACCOUNT-IN-HAND       VALUE 'Y'.
001710
001720 01  WS-NOTICED-SWITCH         PIC X(1)  VALUE 'N'.
001730     88  EVENT-ALREADY-NOTICED VALUE 'Y'.
001740
001750 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
001760 01  WS-NOTICE-SEQUENCE        PIC 9(5)  VALUE ZERO.
001770 01  WS-ADDRESSED-COUNT        PIC 9(3)  VALUE ZERO.
001780 01  WS-OWNER-CUSTOMER         PIC X(10) VALUE SPACES.
001790 01  WS-OWNER-ROLE             PIC X(1)  VALUE SPACES.
001800 01  WS-UNADDRESSED-REASON     PIC X(30) VALUE SPACES.
001810
001820*----------------------------------------------------------------
001830* THE EVENT BEING NOTICED, AS SET UP BY EACH SOURCE SCAN
001840*----------------------------------------------------------------
001850 01  WS-EVENT-AREA.
001860     05  WS-EV-TYPE-IX         PIC 9(4)  COMP  VALUE ZERO.
001870     05  WS-EV-TYPE            PIC X(2)  VALUE SPACES.
001880     05  WS-EV-ID              PIC X(44) VALUE SPACES.
001890     05  WS-EV-ACCOUNT         PIC X(20) VALUE SPACES.
001900     05  WS-EV-DATE            PIC 9(8)  VALUE ZERO.
001910     05  WS-EV-AMOUNT          PIC S9(9)V99 VALUE ZERO.
001920     05  WS-EV-SECOND-DATE     PIC 9(8)  VALUE ZERO.
001930     05  WS-EV-REFERENCE       PIC X(30) VALUE SPACES.
001940     05  WS-EV-COUNT           PIC 9(3)  VALUE ZERO.
001950     05  WS-EV-TEXT            PIC X(50) VALUE SPACES.
001960
001970*----------------------------------------------------------------
001980* EVENT ID VIEWS - ONE PER SOURCE, SEE NOTCHST
001990*----------------------------------------------------------------
002000 01  WS-EVENT-ID-BUILD         PIC X(44) VALUE SPACES.
002010 01  WS-DORMANT-ID REDEFINES WS-EVENT-ID-BUILD.
002020     05  WS-DMID-ACCOUNT       PIC X(20).
002030     05  WS-DMID-ACTIVITY-DATE PIC 9(8).
002040     05  FILLER                PIC X(16).
002050 01  WS-NSF-ID REDEFINES WS-EVENT-ID-BUILD.
002060     05  WS-NFID-REFERENCE     PIC X(30).
002070     05  WS-NFID-REJECT-DATE   PIC 9(8).
002080     05  FILLER                PIC X(6).
002090 01  WS-NSF-OLD-ID REDEFINES WS-EVENT-ID-BUILD.
002100     05  WS-NFOID-ACCOUNT      PIC X(20).
002110     05  WS-NFOID-TRX-DATE     PIC 9(8).
002120     05  WS-NFOID-TRX-TYPE     PIC X(2).
002130     05  WS-NFOID-AMOUNT       PIC S9(9)V99.
002140     05  FILLER                PIC X(3).
002150 01  WS-LOAN-ID REDEFINES WS-EVENT-ID-BUILD.
002160     05  WS-LMID-ACCOUNT       PIC X(20).
002170     05  WS-LMID-FIRST-MISSED  PIC 9(8).
002180     05  WS-LMID-MISSED-COUNT  PIC 9(3).
002190     05  FILLER                PIC X(13).
002200 01  WS-HOLD-ID REDEFINES WS-EVENT-ID-BUILD.
002210     05  WS-HPID-HOLD-KEY      PIC X(24).
002220     05  FILLER                PIC X(20).
002230 01  WS-ORDER-ID REDEFINES WS-EVENT-ID-BUILD.
002240     05  WS-SSID-ORDER         PIC X(10).
002250     05  WS-SSID-NEXT-DUE      PIC 9(8).
002260     05  WS-SSID-LAST-GEN      PIC 9(8).
002270     05  FILLER                PIC X(18).
002280
002290*----------------------------------------------------------------
002300* NOTICE TYPES AND THEIR RUN COUNTS, IN THE ORDER THE SOURCES
002310* ARE SCANNED
002320*----------------------------------------------------------------
002330 01  WS-NOTICE-TYPE-VALUES.
002340     05  FILLER                PIC X(32) VALUE
002350         'DMACCOUNT DORMANT'.
002360     05  FILLER                PIC X(32) VALUE
002370         'NFINSUFFICIENT FUNDS'.
002380     05  FILLER                PIC X(32) VALUE
002390         'LMLOAN PAYMENT MISSED'.
002400     05  FILLER                PIC X(32) VALUE
002410         'HPHOLD PLACED'.
002420     05  FILLER                PIC X(32) VALUE
002430         'SSSTANDING ORDER SUSPENDED'.
002440 01  WS-NOTICE-TYPE-TABLE REDEFINES WS-NOTICE-TYPE-VALUES.
002450     05  NOTICE-TYPE-ENTRY OCCURS 5 TIMES.
002460         10  NT-TYPE-CODE          PIC X(2).
002470         10  NT-TYPE-NAME          PIC X(30).
002480
002490 01  WS-NT-MAX                 PIC 9(4)  COMP  VALUE 5.
002500 01  WS-NT-INDEX               PIC 9(4)  COMP  VALUE ZERO.
002510
002520 01  NOTICE-COUNT-TABLE.
002530     05  NOTICE-COUNT-ENTRY OCCURS 5 TIMES.
002540         10  NC-EVENTS-FOUND       PIC 9(7).
002550         10  NC-NOTICES            PIC 9(7).
002560         10  NC-SEEDED             PIC 9(7).
002570         10  NC-ALREADY-NOTICED    PIC 9(7).
002580         10  NC-NOT-ADDRESSED      PIC 9(7).
002590
002600 01  WS-NOTICE-TOTAL           PIC 9(7)  VALUE ZERO.
002610 01  WS-NOT-ADDRESSED-TOTAL    PIC 9(7)  VALUE ZERO.
002620
002630*----------------------------------------------------------------
002640* RUN CONTROL INTERFACE - SEE RUNCTLR
002650*----------------------------------------------------------------
002660     COPY RUNCTLR.
002670
002680*----------------------------------------------------------------
002690* REPORT LINE WORK AREAS
002700*----------------------------------------------------------------
002710 01  WS-HEADING-1.
002720     05  FILLER               PIC X(34) VALUE
002730         'CUSTOMER NOTICE RUN'.
002740     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
002750     05  WS-HDG-RUN-DATE      PIC 9(8).
002760     05  FILLER               PIC X(2)  VALUE SPACES.
002770     05  WS-HDG-RUN-MODE      PIC X(30).
002780
002790 01  WS-UNADDRESSED-HEADING.
002800     05  FILLER               PIC X(40) VALUE
002810         'EVENTS NOT ADDRESSED'.
002820
002830 01  WS-UNADDRESSED-COLUMNS.
002840     05  FILLER               PIC X(6)  VALUE 'TYPE'.
002850     05  FILLER               PIC X(21) VALUE 'ACCOUNT'.
002860     05  FILLER               PIC X(45) VALUE 'EVENT'.
002870     05  FILLER               PIC X(30) VALUE 'REASON'.
002880
002890 01  WS-UNADDRESSED-LINE.
002900     05  WS-UNA-TYPE          PIC X(2).
002910     05  FILLER               PIC X(4)  VALUE SPACES.
002920     05  WS-UNA-ACCOUNT       PIC X(20).
002930     05  FILLER               PIC X(1)  VALUE SPACES.
002940     05  WS-UNA-EVENT         PIC X(44).
002950     05  FILLER               PIC X(1)  VALUE SPACES.
002960     05  WS-UNA-REASON        PIC X(30).
002970
002980 01  WS-SUMMARY-HEADING.
002990     05  FILLER               PIC X(40) VALUE
003000         'NOTICES BY TYPE'.
003010
003020 01  WS-SUMMARY-COLUMNS.
003030     05  FILLER               PIC X(6)  VALUE 'TYPE'.
003040     05  FILLER               PIC X(30) VALUE 'EVENT'.
003050     05  FILLER               PIC X(11) VALUE '     EVENTS'.
003060     05  FILLER               PIC X(11) VALUE '    NOTICES'.
003070     05  FILLER               PIC X(11) VALUE '     SEEDED'.
003080     05  FILLER               PIC X(11) VALUE ' PREVIOUSLY'.
003090     05  FILLER               PIC X(13) VALUE 'NOT ADDRESSED'.
003100
003110 01  WS-SUMMARY-LINE.
003120     05  WS-SUM-TYPE          PIC X(2).
003130     05  FILLER               PIC X(4)  VALUE SPACES.
003140     05  WS-SUM-NAME          PIC X(30).
003150     05  FILLER               PIC X(2)  VALUE SPACES.
003160     05  WS-SUM-EVENTS        PIC Z,ZZZ,ZZ9.
003170     05  FILLER               PIC X(2)  VALUE SPACES.
003180     05  WS-SUM-NOTICES       PIC Z,ZZZ,ZZ9.
003190     05  FILLER               PIC X(2)  VALUE SPACES.
003200     05  WS-SUM-SEEDED        PIC Z,ZZZ,ZZ9.
003210     05  FILLER               PIC X(2)  VALUE SPACES.
003220     05  WS-SUM-ALREADY       PIC Z,ZZZ,ZZ9.
003230     05  FILLER               PIC X(4)  VALUE SPACES.
003240     05  WS-SUM-NOT-ADDRESSED PIC Z,ZZZ,ZZ9.
003250
003260 01  WS-TOTAL-LINE.
003270     05  WS-TOT-LABEL         PIC X(30).
003280     05  WS-TOT-COUNT         PIC Z,ZZZ,ZZ9.
003290
003300 PROCEDURE DIVISION.
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     PERFORM 2000-SCAN-DORMANT-ACCOUNTS THRU 2000-EXIT.
003340     PERFORM 3000-SCAN-SUSPENSE THRU 3000-EXIT.
003350     PERFORM 4000-SCAN-LOANS THRU 4000-EXIT.
003360     PERFORM 5000-SCAN-HOLDS THRU 5000-EXIT.
003370     PERFORM 6000-SCAN-ORDERS THRU 6000-EXIT.
003380     PERFORM 7000-WRITE-CORRESPONDENCE THRU 7000-EXIT.
003390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003400     STOP RUN.
003410
003420*================================================================
003430* 1000-INITIALIZE - REGISTER THE RUN, TAKE THE RUN MODE, OPEN
003440* THE MASTERS AND THE HISTORY AND PICK UP THE DAY'S NOTICE
003450* SEQUENCE WHERE AN EARLIER ATTEMPT AT THE RUN LEFT IT
003460*================================================================
003470 1000-INITIALIZE.
003480     PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
003490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003500     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
003510     INITIALIZE NOTICE-COUNT-TABLE.
003520
003530     OPEN INPUT ACCT-MASTER-FILE.
003540     IF WS-ACCT-FILE-STATUS NOT = '00'
003550         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
003560                 WS-ACCT-FILE-STATUS
003570         STOP RUN
003580     END-IF.
003590     OPEN INPUT CUST-MASTER-FILE.
003600     IF WS-CUST-FILE-STATUS NOT = '00'
003610         DISPLAY 'ERROR: UNABLE TO OPEN CUSTMAST, STATUS: '
003620                 WS-CUST-FILE-STATUS
003630         CLOSE ACCT-MASTER-FILE
003640         STOP RUN
003650     END-IF.
003660     OPEN I-O NOTICE-HISTORY-FILE.
003670     IF WS-NHST-FILE-STATUS = '35'
003680         OPEN OUTPUT NOTICE-HISTORY-FILE
003690         CLOSE NOTICE-HISTORY-FILE
003700         OPEN I-O NOTICE-HISTORY-FILE
003710     END-IF.
003720     IF WS-NHST-FILE-STATUS NOT = '00'
003730         DISPLAY 'ERROR: UNABLE TO OPEN NOTCHST, STATUS: '
003740                 WS-NHST-FILE-STATUS
003750         CLOSE ACCT-MASTER-FILE
003760         CLOSE CUST-MASTER-FILE
003770         STOP RUN
003780     END-IF.
003790     OPEN OUTPUT PRINT-FILE.
003800     IF WS-PRNT-FILE-STATUS NOT = '00'
003810         DISPLAY 'ERROR: UNABLE TO OPEN NOTCRPT, STATUS: '
003820                 WS-PRNT-FILE-STATUS
003830         CLOSE ACCT-MASTER-FILE
003840         CLOSE CUST-MASTER-FILE
003850         CLOSE NOTICE-HISTORY-FILE
003860         STOP RUN
003870     END-IF.
003880*    WITHOUT ACCTREL ONLY THE PRIMARY OWNER IS WRITTEN TO
003890     OPEN INPUT ACCT-REL-FILE.
003900     IF WS-AREL-FILE-STATUS = '00'
003910         MOVE 'Y' TO WS-REL-FILE-SWITCH
003920     ELSE
003930         DISPLAY 'WARNING: ACCTREL NOT AVAILABLE, STATUS: '
003940                 WS-AREL-FILE-STATUS
003950     END-IF.
003960
003970     PERFORM 1200-COUNT-TODAYS-NOTICES THRU 1200-EXIT.
003980
003990     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
004000     IF SEED-RUN
004010         MOVE 'SEED RUN - NO NOTICES PRODUCED'
004020             TO WS-HDG-RUN-MODE
004030     ELSE
004040         MOVE SPACES TO WS-HDG-RUN-MODE
004050     END-IF.
004060     MOVE WS-HEADING-1 TO PRINT-LINE.
004070     WRITE PRINT-LINE.
004080     MOVE SPACES TO PRINT-LINE.
004090     WRITE PRINT-LINE.
004100     MOVE WS-UNADDRESSED-HEADING TO PRINT-LINE.
004110     WRITE PRINT-LINE.
004120     MOVE WS-UNADDRESSED-COLUMNS TO PRINT-LINE.
004130     WRITE PRINT-LINE.
004140 1000-EXIT.
004150     EXIT.
004160
004170*================================================================
004180* 1100-READ-PARAMETERS - THE PARAMETER FILE IS OPTIONAL; ITS
004190* ABSENCE MEANS A NORMAL RUN
004200*================================================================
004210 1100-READ-PARAMETERS.
004220     OPEN INPUT NOTICE-PARM-FILE.
004230     IF WS-PARM-FILE-STATUS NOT = '00'
004240         GO TO 1100-EXIT
004250     END-IF.
004260     READ NOTICE-PARM-FILE
004270         AT END
004280             MOVE SPACES TO NOTICE-PARM-RECORD
004290     END-READ.
004300     CLOSE NOTICE-PARM-FILE.
004310     IF NP-SEED-RUN
004320         MOVE 'S' TO WS-RUN-MODE-SWITCH
004330     END-IF.
004340 1100-EXIT.
004350     EXIT.
004360
004370*================================================================
004380* 1200-COUNT-TODAYS-NOTICES - NOTICES ALREADY PRODUCED UNDER
004390* THE RUN DATE BY A RUN THAT STOPPED EARLY KEEP THEIR NUMBERS;
004400* THIS RUN NUMBERS ON FROM THE HIGHEST OF THEM
004410*================================================================
004420 1200-COUNT-TODAYS-NOTICES.
004430     MOVE 'N' TO WS-NHST-EOF-SWITCH.
004440     MOVE LOW-VALUES TO NH-NOTICE-KEY.
004450     START NOTICE-HISTORY-FILE
004460         KEY IS NOT LESS THAN NH-NOTICE-KEY
004470         INVALID KEY
004480             MOVE 'Y' TO WS-NHST-EOF-SWITCH
004490     END-START.
004500     PERFORM 1210-CHECK-ONE-NOTICE THRU 1210-EXIT
004510         UNTIL END-OF-HISTORY.
004520 1200-EXIT.
004530     EXIT.
004540
004550 1210-CHECK-ONE-NOTICE.
004560     READ NOTICE-HISTORY-FILE NEXT RECORD
004570         AT END
004580             MOVE 'Y' TO WS-NHST-EOF-SWITCH
004590             GO TO 1210-EXIT
004600     END-READ.
004610     IF NOT NH-NOTICED
004620         GO TO 1210-EXIT
004630     END-IF.
004640     MOVE NH-NOTICE-IMAGE TO CORRESPONDENCE-RECORD.
004650     IF CN-NOTICE-RUN-DATE = WS-RUN-DATE
004660             AND CN-NOTICE-SEQUENCE > WS-NOTICE-SEQUENCE
004670         MOVE CN-NOTICE-SEQUENCE TO WS-NOTICE-SEQUENCE
004680     END-IF.
004690 1210-EXIT.
004700     EXIT.
004710
004720*================================================================
004730* 1900-RUN-CONTROL-START - THE DAY'S POSTINGS MUST BE COMPLETE
004740* SO THE DAY'S REJECTS ARE ON SUSPFILE BEFORE THEY ARE NOTICED
004750*================================================================
004760 1900-RUN-CONTROL-START.
004770     MOVE 'S'        TO RC-FUNCTION.
004780     MOVE 'NOTCGEN'  TO RC-PROGRAM-NAME.
004790     MOVE 'D'        TO RC-FREQUENCY.
004800     MOVE 'TRXDRIVR' TO RC-PREREQ-PROGRAM.
004810     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
004820     MOVE ZERO       TO RC-RECORD-COUNT.
004830     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
004840     IF RC-PREREQ-MISSING
004850         DISPLAY 'NOTCGEN REFUSED - TRXDRIVR HAS NOT '
004860                 'COMPLETED CLEAN FOR THIS DATE'
004870         STOP RUN
004880     END-IF.
004890     IF NOT RC-GO-AHEAD
004900         DISPLAY 'NOTCGEN REFUSED BY RUN CONTROL, CODE: '
004910                 RC-RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940 1900-EXIT.
004950     EXIT.
004960
004970*================================================================
004980* 2000-SCAN-DORMANT-ACCOUNTS - EVERY ACCOUNT DORMSWP HAS MARKED
004990* DORMANT.  THE EVENT IS THE DORMANCY THAT FOLLOWED THE LAST
005000* ACTIVITY, SO AN ACCOUNT REACTIVATED AND LATER SWEPT AGAIN IS
005010* NOTICED AGAIN.
005020*================================================================
005030 2000-SCAN-DORMANT-ACCOUNTS.
005040     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
005050     MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER.
005060     START ACCT-MASTER-FILE
005070         KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
005080         INVALID KEY
005090             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
005100     END-START.
005110     PERFORM 2100-CHECK-ONE-ACCOUNT THRU 2100-EXIT
005120         UNTIL END-OF-SOURCE.
005130 2000-EXIT.
005140     EXIT.
005150
005160 2100-CHECK-ONE-ACCOUNT.
005170     READ ACCT-MASTER-FILE NEXT RECORD
005180         AT END
005190             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
005200             GO TO 2100-EXIT
005210     END-READ.
005220     IF NOT AM-DORMANT-ACCOUNT
005230         GO TO 2100-EXIT
005240     END-IF.
005250     MOVE 1 TO WS-EV-TYPE-IX.
005260     MOVE SPACES TO WS-EVENT-ID-BUILD.
005270     MOVE AM-ACCOUNT-NUMBER     TO WS-DMID-ACCOUNT.
005280     MOVE AM-LAST-ACTIVITY-DATE TO WS-DMID-ACTIVITY-DATE.
005290     MOVE AM-ACCOUNT-NUMBER     TO WS-EV-ACCOUNT.
005300     MOVE AM-LAST-ACTIVITY-DATE TO WS-EV-DATE.
005310     MOVE AM-CURRENT-BALANCE    TO WS-EV-AMOUNT.
005320     MOVE ZERO                  TO WS-EV-SECOND-DATE.
005330     MOVE SPACES                TO WS-EV-REFERENCE.
005340     MOVE ZERO                  TO WS-EV-COUNT.
005350     MOVE SPACES                TO WS-EV-TEXT.
005360*    THE ACCOUNT RECORD IS ALREADY IN HAND FOR THE ADDRESSING
005370     MOVE 'Y' TO WS-ACCOUNT-SWITCH.
005380     PERFORM 8000-PROCESS-EVENT THRU 8000-EXIT.
005390 2100-EXIT.
005400     EXIT.
005410
005420*================================================================
005430* 3000-SCAN-SUSPENSE - DEBITS TRANSLEDG REJECTED FOR
005440* INSUFFICIENT AVAILABLE FUNDS, WHATEVER HAS SINCE BEEN DONE
005450* WITH THE REJECT.  A REJECT RESUBMITTED AND REJECTED AGAIN IS
005460* A NEW REJECT AND IS NOTICED AGAIN.
005470*================================================================
005480 3000-SCAN-SUSPENSE.
005490     OPEN INPUT SUSPENSE-FILE.
005500     IF WS-SUSP-FILE-STATUS NOT = '00'
005510         DISPLAY 'WARNING: SUSPFILE NOT AVAILABLE, STATUS: '
005520                 WS-SUSP-FILE-STATUS
005530         GO TO 3000-EXIT
005540     END-IF.
005550     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
005560     PERFORM 3100-CHECK-ONE-REJECT THRU 3100-EXIT
005570         UNTIL END-OF-SOURCE.
005580     CLOSE SUSPENSE-FILE.
005590 3000-EXIT.
005600     EXIT.
005610
005620 3100-CHECK-ONE-REJECT.
005630     READ SUSPENSE-FILE
005640         AT END
005650             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
005660             GO TO 3100-EXIT
005670     END-READ.
005680     IF SUSP-SOURCE-PROGRAM NOT = 'TRANSLEDG'
005690             OR SUSP-ERROR-MESSAGE
005700                 NOT = 'INSUFFICIENT AVAILABLE FUNDS'
005710         GO TO 3100-EXIT
005720     END-IF.
005730     MOVE 2 TO WS-EV-TYPE-IX.
005740     MOVE SPACES TO WS-EVENT-ID-BUILD.
005750     IF SUSP-TRX-REFERENCE NOT = SPACES
005760         MOVE SUSP-TRX-REFERENCE TO WS-NFID-REFERENCE
005770         MOVE SUSP-REJECT-DATE   TO WS-NFID-REJECT-DATE
005780     ELSE
005790         MOVE SUSP-TRX-ACCOUNT   TO WS-NFOID-ACCOUNT
005800         MOVE SUSP-TRX-DATE      TO WS-NFOID-TRX-DATE
005810         MOVE SUSP-TRX-TYPE      TO WS-NFOID-TRX-TYPE
005820         MOVE SUSP-TRX-AMOUNT    TO WS-NFOID-AMOUNT
005830     END-IF.
005840     MOVE SUSP-TRX-ACCOUNT     TO WS-EV-ACCOUNT.
005850     MOVE SUSP-REJECT-DATE     TO WS-EV-DATE.
005860     MOVE SUSP-TRX-AMOUNT      TO WS-EV-AMOUNT.
005870     MOVE SUSP-TRX-DATE        TO WS-EV-SECOND-DATE.
005880     MOVE SUSP-TRX-REFERENCE   TO WS-EV-REFERENCE.
005890     MOVE ZERO                 TO WS-EV-COUNT.
005900     MOVE SUSP-TRX-DESCRIPTION TO WS-EV-TEXT.
005910     MOVE 'N' TO WS-ACCOUNT-SWITCH.
005920     PERFORM 8000-PROCESS-EVENT THRU 8000-EXIT.
005930 3100-EXIT.
005940     EXIT.
005950
005960*================================================================
005970* 4000-SCAN-LOANS - ACTIVE LOANS LOANSRVC HAS RECORDED A MISSED
005980* PAYMENT AGAINST.  EACH FURTHER MISS RAISES THE MISSED COUNT
005990* AND IS NOTICED IN ITS OWN RIGHT; A LOAN BROUGHT UP TO DATE
006000* HAS ITS MISS FIELDS CLEARED AND DROPS OUT.  THE NOTICE GOES
006010* TO THE OWNERS OF THE LOAN ACCOUNT.
006020*================================================================
006030 4000-SCAN-LOANS.
006040     OPEN INPUT LOAN-TERMS-FILE.
006050     IF WS-LTRM-FILE-STATUS NOT = '00'
006060         DISPLAY 'WARNING: LOANTERM NOT AVAILABLE, STATUS: '
006070                 WS-LTRM-FILE-STATUS
006080         GO TO 4000-EXIT
006090     END-IF.
006100     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
006110     MOVE LOW-VALUES TO LT-ACCOUNT-NUMBER.
006120     START LOAN-TERMS-FILE
006130         KEY IS NOT LESS THAN LT-ACCOUNT-NUMBER
006140         INVALID KEY
006150             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
006160     END-START.
006170     PERFORM 4100-CHECK-ONE-LOAN THRU 4100-EXIT
006180         UNTIL END-OF-SOURCE.
006190     CLOSE LOAN-TERMS-FILE.
006200 4000-EXIT.
006210     EXIT.
006220
006230 4100-CHECK-ONE-LOAN.
006240     READ LOAN-TERMS-FILE NEXT RECORD
006250         AT END
006260             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
006270             GO TO 4100-EXIT
006280     END-READ.
006290     IF NOT LT-ACTIVE-LOAN
006300             OR LT-MISSED-COUNT = ZERO
006310         GO TO 4100-EXIT
006320     END-IF.
006330     MOVE 3 TO WS-EV-TYPE-IX.
006340     MOVE SPACES TO WS-EVENT-ID-BUILD.
006350     MOVE LT-ACCOUNT-NUMBER    TO WS-LMID-ACCOUNT.
006360     MOVE LT-FIRST-MISSED-DATE TO WS-LMID-FIRST-MISSED.
006370     MOVE LT-MISSED-COUNT      TO WS-LMID-MISSED-COUNT.
006380     MOVE LT-ACCOUNT-NUMBER    TO WS-EV-ACCOUNT.
006390     MOVE LT-FIRST-MISSED-DATE TO WS-EV-DATE.
006400     MOVE LT-PAYMENT-AMOUNT    TO WS-EV-AMOUNT.
006410     MOVE LT-NEXT-DUE-DATE     TO WS-EV-SECOND-DATE.
006420     MOVE LT-PAYMENT-ACCOUNT   TO WS-EV-REFERENCE.
006430     MOVE LT-MISSED-COUNT      TO WS-EV-COUNT.
006440     MOVE LT-DESCRIPTION       TO WS-EV-TEXT.
006450     MOVE 'N' TO WS-ACCOUNT-SWITCH.
006460     PERFORM 8000-PROCESS-EVENT THRU 8000-EXIT.
006470 4100-EXIT.
006480     EXIT.
006490
006500*================================================================
006510* 5000-SCAN-HOLDS - HOLDS STILL ACTIVE.  A HOLD RELEASED OR
006520* EXPIRED BEFORE THE RUN REACHED IT IS NOT WORTH A LETTER.
006530*================================================================
006540 5000-SCAN-HOLDS.
006550     OPEN INPUT HOLD-FILE.
006560     IF WS-HOLD-FILE-STATUS NOT = '00'
006570         DISPLAY 'WARNING: HOLDFILE NOT AVAILABLE, STATUS: '
006580                 WS-HOLD-FILE-STATUS
006590         GO TO 5000-EXIT
006600     END-IF.
006610     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
006620     MOVE LOW-VALUES TO HD-HOLD-KEY.
006630     START HOLD-FILE
006640         KEY IS NOT LESS THAN HD-HOLD-KEY
006650         INVALID KEY
006660             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
006670     END-START.
006680     PERFORM 5100-CHECK-ONE-HOLD THRU 5100-EXIT
006690         UNTIL END-OF-SOURCE.
006700     CLOSE HOLD-FILE.
006710 5000-EXIT.
006720     EXIT.
006730
006740 5100-CHECK-ONE-HOLD.
006750     READ HOLD-FILE NEXT RECORD
006760         AT END
006770             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
006780             GO TO 5100-EXIT
006790     END-READ.
006800     IF NOT HD-ACTIVE-HOLD
006810         GO TO 5100-EXIT
006820     END-IF.
006830     MOVE 4 TO WS-EV-TYPE-IX.
006840     MOVE SPACES TO WS-EVENT-ID-BUILD.
006850     MOVE HD-HOLD-KEY       TO WS-HPID-HOLD-KEY.
006860     MOVE HD-ACCOUNT-NUMBER TO WS-EV-ACCOUNT.
006870     MOVE HD-PLACED-DATE    TO WS-EV-DATE.
006880     MOVE HD-HOLD-AMOUNT    TO WS-EV-AMOUNT.
006890     MOVE HD-EXPIRY-DATE    TO WS-EV-SECOND-DATE.
006900     MOVE SPACES            TO WS-EV-REFERENCE.
006910     MOVE ZERO              TO WS-EV-COUNT.
006920     MOVE HD-HOLD-REASON    TO WS-EV-TEXT.
006930     MOVE 'N' TO WS-ACCOUNT-SWITCH.
006940     PERFORM 8000-PROCESS-EVENT THRU 8000-EXIT.
006950 5100-EXIT.
006960     EXIT.
006970
006980*================================================================
006990* 6000-SCAN-ORDERS - STANDING ORDERS STORGEN HAS SUSPENDED AT
007000* THEIR RETRY LIMIT.  THE PAYMENT THAT COULD NOT BE MADE AND
007010* THE LAST ONE THAT WAS IDENTIFY THE SUSPENSION, SO AN ORDER
007020* REINSTATED AND LATER SUSPENDED AGAIN IS NOTICED AGAIN.
007030*================================================================
007040 6000-SCAN-ORDERS.
007050     OPEN INPUT STANDING-ORDER-FILE.
007060     IF WS-ORDR-FILE-STATUS NOT = '00'
007070         DISPLAY 'WARNING: STORDR NOT AVAILABLE, STATUS: '
007080                 WS-ORDR-FILE-STATUS
007090         GO TO 6000-EXIT
007100     END-IF.
007110     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
007120     MOVE LOW-VALUES TO SO-ORDER-NUMBER.
007130     START STANDING-ORDER-FILE
007140         KEY IS NOT LESS THAN SO-ORDER-NUMBER
007150         INVALID KEY
007160             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
007170     END-START.
007180     PERFORM 6100-CHECK-ONE-ORDER THRU 6100-EXIT
007190         UNTIL END-OF-SOURCE.
007200     CLOSE STANDING-ORDER-FILE.
007210 6000-EXIT.
007220     EXIT.
007230
007240 6100-CHECK-ONE-ORDER.
007250     READ STANDING-ORDER-FILE NEXT RECORD
007260         AT END
007270             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
007280             GO TO 6100-EXIT
007290     END-READ.
007300     IF NOT SO-SUSPENDED-ORDER
007310         GO TO 6100-EXIT
007320     END-IF.
007330     MOVE 5 TO WS-EV-TYPE-IX.
007340     MOVE SPACES TO WS-EVENT-ID-BUILD.
007350     MOVE SO-ORDER-NUMBER   TO WS-SSID-ORDER.
007360     MOVE SO-NEXT-DUE-DATE  TO WS-SSID-NEXT-DUE.
007370     MOVE SO-LAST-GEN-DATE  TO WS-SSID-LAST-GEN.
007380     MOVE SO-ACCOUNT-NUMBER TO WS-EV-ACCOUNT.
007390     MOVE SO-NEXT-DUE-DATE  TO WS-EV-DATE.
007400     MOVE SO-AMOUNT         TO WS-EV-AMOUNT.
007410     MOVE SO-LAST-GEN-DATE  TO WS-EV-SECOND-DATE.
007420     MOVE SO-ORDER-NUMBER   TO WS-EV-REFERENCE.
007430     MOVE SO-RETRY-COUNT    TO WS-EV-COUNT.
007440     MOVE SO-DESCRIPTION    TO WS-EV-TEXT.
007450     MOVE 'N' TO WS-ACCOUNT-SWITCH.
007460     PERFORM 8000-PROCESS-EVENT THRU 8000-EXIT.
007470 6100-EXIT.
007480     EXIT.
007490
007500*================================================================
007510* 7000-WRITE-CORRESPONDENCE - THE CORRESP FILE IS BUILT FROM
007520* THE HISTORY, NOT FROM THIS RUN'S WORK, SO A RESTARTED RUN
007530* STILL DELIVERS EVERY NOTICE PRODUCED UNDER THE RUN DATE
007540*================================================================
007550 7000-WRITE-CORRESPONDENCE.
007560     OPEN OUTPUT CORRESPONDENCE-FILE.
007570     IF WS-CORR-FILE-STATUS NOT = '00'
007580         DISPLAY 'ERROR: UNABLE TO OPEN CORRESP, STATUS: '
007590                 WS-CORR-FILE-STATUS
007600         CLOSE ACCT-MASTER-FILE
007610         CLOSE CUST-MASTER-FILE
007620         CLOSE NOTICE-HISTORY-FILE
007630         CLOSE PRINT-FILE
007640         IF REL-FILE-AVAILABLE
007650             CLOSE ACCT-REL-FILE
007660         END-IF
007670         STOP RUN
007680     END-IF.
007690     MOVE 'N' TO WS-NHST-EOF-SWITCH.
007700     MOVE LOW-VALUES TO NH-NOTICE-KEY.
007710     START NOTICE-HISTORY-FILE
007720         KEY IS NOT LESS THAN NH-NOTICE-KEY
007730         INVALID KEY
007740             MOVE 'Y' TO WS-NHST-EOF-SWITCH
007750     END-START.
007760     PERFORM 7100-WRITE-ONE-NOTICE THRU 7100-EXIT
007770         UNTIL END-OF-HISTORY.
007780     CLOSE CORRESPONDENCE-FILE.
007790 7000-EXIT.
007800     EXIT.
007810
007820 7100-WRITE-ONE-NOTICE.
007830     READ NOTICE-HISTORY-FILE NEXT RECORD
007840         AT END
007850             MOVE 'Y' TO WS-NHST-EOF-SWITCH
007860             GO TO 7100-EXIT
007870     END-READ.
007880     IF NOT NH-NOTICED
007890             OR NH-RECORDED-DATE NOT = WS-RUN-DATE
007900         GO TO 7100-EXIT
007910     END-IF.
007920     MOVE NH-NOTICE-IMAGE TO CORRESPONDENCE-RECORD.
007930     WRITE CORRESPONDENCE-RECORD.
007940     ADD 1 TO WS-NOTICE-TOTAL.
007950 7100-EXIT.
007960     EXIT.
007970
007980*================================================================
007990* 8000-PROCESS-EVENT - NOTICE ONE EVENT TO EVERY OWNER OF ITS
008000* ACCOUNT THAT CAN BE ADDRESSED: THE PRIMARY OWNER ON THE
008010* ACCOUNT MASTER, THEN EACH JOINT OWNER IN FORCE ON ACCTREL.
008020* AN EVENT ALREADY ON THE HISTORY IS PASSED OVER.  AN EVENT NO
008030* OWNER CAN BE ADDRESSED FOR IS REPORTED AND LEFT OFF THE
008040* HISTORY, SO IT IS NOTICED ONCE THE ACCOUNT IS PUT RIGHT.
008050*================================================================
008060 8000-PROCESS-EVENT.
008070     MOVE NT-TYPE-CODE (WS-EV-TYPE-IX) TO WS-EV-TYPE.
008080     MOVE WS-EVENT-ID-BUILD TO WS-EV-ID.
008090     ADD 1 TO NC-EVENTS-FOUND (WS-EV-TYPE-IX).
008100     PERFORM 8100-CHECK-HISTORY THRU 8100-EXIT.
008110     IF EVENT-ALREADY-NOTICED
008120         ADD 1 TO NC-ALREADY-NOTICED (WS-EV-TYPE-IX)
008130         GO TO 8000-EXIT
008140     END-IF.
008150     IF SEED-RUN
008160         PERFORM 8500-SEED-EVENT THRU 8500-EXIT
008170         GO TO 8000-EXIT
008180     END-IF.
008190
008200     IF NOT ACCOUNT-IN-HAND
008210         MOVE WS-EV-ACCOUNT TO AM-ACCOUNT-NUMBER
008220         READ ACCT-MASTER-FILE
008230             INVALID KEY
008240                 MOVE 'ACCOUNT NOT ON ACCTMAST'
008250                     TO WS-UNADDRESSED-REASON
008260                 PERFORM 8700-REPORT-UNADDRESSED
008270                     THRU 8700-EXIT
008280                 GO TO 8000-EXIT
008290         END-READ
008300     END-IF.
008310
008320     MOVE ZERO TO WS-ADDRESSED-COUNT.
008330     MOVE 'NO CUSTOMER LINK' TO WS-UNADDRESSED-REASON.
008340     IF AM-CUSTOMER-NUMBER NOT = SPACES
008350         MOVE AM-CUSTOMER-NUMBER TO WS-OWNER-CUSTOMER
008360         MOVE 'P' TO WS-OWNER-ROLE
008370         PERFORM 8200-NOTICE-OWNER THRU 8200-EXIT
008380     END-IF.
008390     IF REL-FILE-AVAILABLE
008400         PERFORM 8300-NOTICE-JOINT-OWNERS THRU 8300-EXIT
008410     END-IF.
008420     IF WS-ADDRESSED-COUNT = ZERO
008430         PERFORM 8700-REPORT-UNADDRESSED THRU 8700-EXIT
008440     END-IF.
008450 8000-EXIT.
008460     EXIT.
008470
008480*================================================================
008490* 8100-CHECK-HISTORY - IS THE EVENT ON THE HISTORY UNDER ANY
008500* CUSTOMER?  AN OWNER ADDED AFTER AN EVENT WAS NOTICED IS NOT
008510* WRITTEN TO ABOUT IT.
008520*================================================================
008530 8100-CHECK-HISTORY.
008540     MOVE 'N' TO WS-NOTICED-SWITCH.
008550     MOVE WS-EV-TYPE TO NH-NOTICE-TYPE.
008560     MOVE WS-EV-ID   TO NH-EVENT-ID.
008570     MOVE LOW-VALUES TO NH-CUSTOMER-NUMBER.
008580     START NOTICE-HISTORY-FILE
008590         KEY IS NOT LESS THAN NH-NOTICE-KEY
008600         INVALID KEY
008610             GO TO 8100-EXIT
008620     END-START.
008630     READ NOTICE-HISTORY-FILE NEXT RECORD
008640         AT END
008650             GO TO 8100-EXIT
008660     END-READ.
008670     IF NH-NOTICE-TYPE = WS-EV-TYPE
008680             AND NH-EVENT-ID = WS-EV-ID
008690         MOVE 'Y' TO WS-NOTICED-SWITCH
008700     END-IF.
008710 8100-EXIT.
008720     EXIT.
008730
008740*================================================================
008750* 8200-NOTICE-OWNER - ADDRESS THE NOTICE FROM CUSTMAST, RECORD
008760* IT ON THE HISTORY AND COUNT IT.  AN OWNER NOT ON CUSTMAST OR
008770* CLOSED THERE IS NOT WRITTEN TO.
008780*================================================================
008790 8200-NOTICE-OWNER.
008800     MOVE WS-OWNER-CUSTOMER TO CM-CUSTOMER-NUMBER.
008810     READ CUST-MASTER-FILE
008820         INVALID KEY
008830             IF WS-OWNER-ROLE = 'P'
008840                 MOVE 'CUSTOMER NOT ON CUSTMAST'
008850                     TO WS-UNADDRESSED-REASON
008860             END-IF
008870             GO TO 8200-EXIT
008880     END-READ.
008890     IF CM-CLOSED-CUSTOMER
008900         IF WS-OWNER-ROLE = 'P'
008910             MOVE 'CUSTOMER CLOSED'
008920                 TO WS-UNADDRESSED-REASON
008930         END-IF
008940         GO TO 8200-EXIT
008950     END-IF.
008960
008970     ADD 1 TO WS-NOTICE-SEQUENCE.
008980     MOVE SPACES              TO CORRESPONDENCE-RECORD.
008990     MOVE WS-RUN-DATE         TO CN-NOTICE-RUN-DATE.
009000     MOVE WS-NOTICE-SEQUENCE  TO CN-NOTICE-SEQUENCE.
009010     MOVE WS-EV-TYPE          TO CN-NOTICE-TYPE.
009020     MOVE WS-RUN-DATE         TO CN-NOTICE-DATE.
009030     MOVE CM-CUSTOMER-NUMBER  TO CN-CUSTOMER-NUMBER.
009040     MOVE WS-OWNER-ROLE       TO CN-OWNER-ROLE.
009050     MOVE CM-CUSTOMER-NAME    TO CN-CUSTOMER-NAME.
009060     MOVE CM-ADDRESS-LINE-1   TO CN-ADDRESS-LINE-1.
009070     MOVE CM-ADDRESS-LINE-2   TO CN-ADDRESS-LINE-2.
009080     MOVE CM-CITY             TO CN-CITY.
009090     MOVE CM-POSTAL-CODE      TO CN-POSTAL-CODE.
009100     MOVE WS-EV-ACCOUNT       TO CN-ACCOUNT-NUMBER.
009110     MOVE WS-EV-DATE          TO CN-EVENT-DATE.
009120     MOVE WS-EV-AMOUNT        TO CN-AMOUNT.
009130     MOVE WS-EV-SECOND-DATE   TO CN-SECOND-DATE.
009140     MOVE WS-EV-REFERENCE     TO CN-REFERENCE.
009150     MOVE WS-EV-COUNT         TO CN-COUNT.
009160     MOVE WS-EV-TEXT          TO CN-TEXT.
009170
009180     MOVE WS-EV-TYPE          TO NH-NOTICE-TYPE.
009190     MOVE WS-EV-ID            TO NH-EVENT-ID.
009200     MOVE CM-CUSTOMER-NUMBER  TO NH-CUSTOMER-NUMBER.
009210     MOVE WS-EV-ACCOUNT       TO NH-ACCOUNT-NUMBER.
009220     MOVE WS-EV-DATE          TO NH-EVENT-DATE.
009230     MOVE WS-RUN-DATE         TO NH-RECORDED-DATE.
009240     MOVE 'N'                 TO NH-STATUS.
009250     MOVE CORRESPONDENCE-RECORD TO NH-NOTICE-IMAGE.
009260     WRITE NOTICE-HISTORY-RECORD
009270         INVALID KEY
009280             GO TO 8200-EXIT
009290     END-WRITE.
009300     ADD 1 TO WS-ADDRESSED-COUNT.
009310     ADD 1 TO NC-NOTICES (WS-EV-TYPE-IX).
009320 8200-EXIT.
009330     EXIT.
009340
009350*================================================================
009360* 8300-NOTICE-JOINT-OWNERS - EVERY JOINT RELATIONSHIP ON THE
009370* ACCOUNT IN FORCE ON THE RUN DATE, OTHER THAN THE PRIMARY
009380* OWNER, WHO HAS ALREADY BEEN WRITTEN TO
009390*================================================================
009400 8300-NOTICE-JOINT-OWNERS.
009410     MOVE 'N' TO WS-RSCAN-EOF-SWITCH.
009420     MOVE WS-EV-ACCOUNT     TO AR-ACCOUNT-NUMBER.
009430     MOVE LOW-VALUES        TO AR-CUSTOMER-NUMBER.
009440     MOVE LOW-VALUES        TO AR-ROLE.
009450     MOVE ZERO              TO AR-START-DATE.
009460     START ACCT-REL-FILE
009470         KEY NOT < AR-RELATIONSHIP-KEY
009480         INVALID KEY
009490             MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
009500     END-START.
009510     PERFORM 8310-NEXT-JOINT-OWNER THRU 8310-EXIT
009520         UNTIL END-OF-REL-SCAN.
009530 8300-EXIT.
009540     EXIT.
009550
009560 8310-NEXT-JOINT-OWNER.
009570     READ ACCT-REL-FILE NEXT RECORD
009580         AT END
009590             MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
009600             GO TO 8310-EXIT
009610     END-READ.
009620     IF AR-ACCOUNT-NUMBER NOT = WS-EV-ACCOUNT
009630         MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
009640         GO TO 8310-EXIT
009650     END-IF.
009660     IF NOT AR-JOINT
009670             OR AR-CUSTOMER-NUMBER = AM-CUSTOMER-NUMBER
009680             OR AR-START-DATE > WS-RUN-DATE
009690         GO TO 8310-EXIT
009700     END-IF.
009710     IF AR-END-DATE NOT = ZERO
009720             AND AR-END-DATE NOT > WS-RUN-DATE
009730         GO TO 8310-EXIT
009740     END-IF.
009750     MOVE AR-CUSTOMER-NUMBER TO WS-OWNER-CUSTOMER.
009760     MOVE 'J' TO WS-OWNER-ROLE.
009770     PERFORM 8200-NOTICE-OWNER THRU 8200-EXIT.
009780 8310-EXIT.
009790     EXIT.
009800
009810*================================================================
009820* 8500-SEED-EVENT - MARK THE EVENT AS ALREADY DEALT WITH.  NO
009830* NOTICE IS PRODUCED AND NO CUSTOMER IS NAMED.
009840*================================================================
009850 8500-SEED-EVENT.
009860     MOVE SPACES              TO NOTICE-HISTORY-RECORD.
009870     MOVE WS-EV-TYPE          TO NH-NOTICE-TYPE.
009880     MOVE WS-EV-ID            TO NH-EVENT-ID.
009890     MOVE WS-EV-ACCOUNT       TO NH-ACCOUNT-NUMBER.
009900     MOVE WS-EV-DATE          TO NH-EVENT-DATE.
009910     MOVE WS-RUN-DATE         TO NH-RECORDED-DATE.
009920     MOVE 'S'                 TO NH-STATUS.
009930     WRITE NOTICE-HISTORY-RECORD
009940         INVALID KEY
009950             GO TO 8500-EXIT
009960     END-WRITE.
009970     ADD 1 TO NC-SEEDED (WS-EV-TYPE-IX).
009980 8500-EXIT.
009990     EXIT.
010000
010010*================================================================
010020* 8700-REPORT-UNADDRESSED - LIST THE EVENT WITH THE REASON NO
010030* NOTICE COULD BE ADDRESSED
010040*================================================================
010050 8700-REPORT-UNADDRESSED.
010060     ADD 1 TO NC-NOT-ADDRESSED (WS-EV-TYPE-IX).
010070     ADD 1 TO WS-NOT-ADDRESSED-TOTAL.
010080     MOVE WS-EV-TYPE            TO WS-UNA-TYPE.
010090     MOVE WS-EV-ACCOUNT         TO WS-UNA-ACCOUNT.
010100     MOVE WS-EV-ID              TO WS-UNA-EVENT.
010110     MOVE WS-UNADDRESSED-REASON TO WS-UNA-REASON.
010120     MOVE WS-UNADDRESSED-LINE TO PRINT-LINE.
010130     WRITE PRINT-LINE.
010140 8700-EXIT.
010150     EXIT.
010160
010170*================================================================
010180* 8900-RUN-CONTROL-END - STAMP THE RUN COMPLETED WITH ITS COUNT
010190*================================================================
010200 8900-RUN-CONTROL-END.
010210     MOVE 'E' TO RC-FUNCTION.
010220     MOVE WS-NOTICE-TOTAL TO RC-RECORD-COUNT.
010230     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
010240 8900-EXIT.
010250     EXIT.
010260
010270*================================================================
010280* 9000-TERMINATE - NOTICES BY TYPE, TOTALS AND CLOSE
010290*================================================================
010300 9000-TERMINATE.
010310     IF WS-NOT-ADDRESSED-TOTAL = ZERO
010320         MOVE 'NONE' TO PRINT-LINE
010330         WRITE PRINT-LINE
010340     END-IF.
010350     MOVE SPACES TO PRINT-LINE.
010360     WRITE PRINT-LINE.
010370     MOVE WS-SUMMARY-HEADING TO PRINT-LINE.
010380     WRITE PRINT-LINE.
010390     MOVE WS-SUMMARY-COLUMNS TO PRINT-LINE.
010400     WRITE PRINT-LINE.
010410     PERFORM 9100-PRINT-TYPE-SUMMARY THRU 9100-EXIT
010420         VARYING WS-NT-INDEX FROM 1 BY 1
010430         UNTIL WS-NT-INDEX > WS-NT-MAX.
010440     MOVE SPACES TO PRINT-LINE.
010450     WRITE PRINT-LINE.
010460     MOVE SPACES TO WS-TOTAL-LINE.
010470     MOVE 'NOTICES ON CORRESP:' TO WS-TOT-LABEL.
010480     MOVE WS-NOTICE-TOTAL TO WS-TOT-COUNT.
010490     MOVE WS-TOTAL-LINE TO PRINT-LINE.
010500     WRITE PRINT-LINE.
010510     MOVE SPACES TO WS-TOTAL-LINE.
010520     MOVE 'EVENTS NOT ADDRESSED:' TO WS-TOT-LABEL.
010530     MOVE WS-NOT-ADDRESSED-TOTAL TO WS-TOT-COUNT.
010540     MOVE WS-TOTAL-LINE TO PRINT-LINE.
010550     WRITE PRINT-LINE.
010560
010570     CLOSE ACCT-MASTER-FILE.
010580     CLOSE CUST-MASTER-FILE.
010590     IF REL-FILE-AVAILABLE
010600         CLOSE ACCT-REL-FILE
010610     END-IF.
010620     CLOSE NOTICE-HISTORY-FILE.
010630     CLOSE PRINT-FILE.
010640     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.
010650     DISPLAY 'CUSTOMER NOTICES COMPLETE - NOTICES: '
010660             WS-NOTICE-TOTAL
010670             ' NOT ADDRESSED: ' WS-NOT-ADDRESSED-TOTAL.
010680 9000-EXIT.
010690     EXIT.
010700
010710 9100-PRINT-TYPE-SUMMARY.
010720     MOVE NT-TYPE-CODE (WS-NT-INDEX)       TO WS-SUM-TYPE.
010730     MOVE NT-TYPE-NAME (WS-NT-INDEX)       TO WS-SUM-NAME.
010740     MOVE NC-EVENTS-FOUND (WS-NT-INDEX)    TO WS-SUM-EVENTS.
010750     MOVE NC-NOTICES (WS-NT-INDEX)         TO WS-SUM-NOTICES.
010760     MOVE NC-SEEDED (WS-NT-INDEX)          TO WS-SUM-SEEDED.
010770     MOVE NC-ALREADY-NOTICED (WS-NT-INDEX) TO WS-SUM-ALREADY.
010780     MOVE NC-NOT-ADDRESSED (WS-NT-INDEX)
010790         TO WS-SUM-NOT-ADDRESSED.
010800     MOVE WS-SUMMARY-LINE TO PRINT-LINE.
010810     WRITE PRINT-LINE.
010820 9100-EXIT.
010830     EXIT.
