000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RETNPURG.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - MONTHLY RETENTION PURGE OF
000120*              THE WORKING FILES.  FOR EACH FILE NAMED ON THE
000130*              PURGPARM RETENTION PARAMETER (SUSPFILE, ACCTAUDT,
000140*              TRXWHSE, HOLDFILE, STORDR, RUNCTL) MOVES THE
000150*              WORKED RECORDS OLDER THAN THE FILE'S RETENTION
000160*              DAYS TO THE ARCHIVE GENERATION THE JOB POINTS AT
000170*              (SAME RECORD LAYOUT, THE JRNLARCH DISCIPLINE),
000180*              WRITES ONE CONTROL RECORD PER FILE TO PURGCTL
000190*              (RECORDS READ, KEPT, KEPT AS REFERENCED,
000200*              ARCHIVED, ARCHIVED AMOUNT TOTAL) AND ONLY THEN
000210*              TAKES THE ARCHIVED RECORDS OFF THE LIVE FILE.
000220*              PENDING, ACTIVE AND NEVER-COMPLETED RECORDS ARE
000230*              NEVER TOUCHED, AND A WORKED RECORD AN OPEN ITEM
000240*              STILL REFERENCES IS KEPT: A CANCELLED ORDER NAMED
000250*              BY A PENDING S/O SUSPENSE REJECT, THE HOLDS AND
000260*              ORDERS OF AN ACCOUNT WITH A PENDING HOLDMAIN OR
000270*              STORMAIN APPROVAL, AND THE WHOLE OF SUSPFILE
000280*              WHILE A SUSPREPR APPROVAL IS PENDING, BECAUSE
000290*              SUSPREPR NAMES REJECTS BY THEIR POSITION ON THE
000300*              FILE.  AN ACCOUNT'S HIGHEST HOLD IS ALWAYS KEPT
000310*              SO HOLDMAIN NEVER REUSES A HOLD SEQUENCE.  A
000320*              FILE ALREADY PURGED ON THE RUN DATE (CONTROL
000330*              RECORD ON PURGCTL) IS NOT PURGED AGAIN BY A
000340*              RESTARTED RUN.  REGISTERS WITH RUNCTLM AS A
000350*              MONTHLY RUN.
000351* 2026-10-15  BSY  A SECOND CONTROL RECORD, STATUS 'A', IS NOW
000352*              WRITTEN ONCE A FILE'S PURGE HAS BEEN APPLIED TO
000353*              THE LIVE FILE.  A LATER RUN, OF ANY DATE, THAT
000354*              FINDS A FILE'S LAST PURGE UNAPPLIED FINISHES IT
000355*              FROM THE KEEP FILE OR THE ARCHIVE, WITHOUT
000356*              SELECTING OR ARCHIVING AGAIN.  A FAILED RESTORE
000357*              WRITE OR AN UNPROVEN APPLY ABANDONS THE RUN.
000358* 2026-10-15  BSY  A SEQUENTIAL FILE IS FINISHED FROM ITS KEEP
000359*              FILE ONLY ON THE DAY IT WAS PURGED; AN OLDER
000360*              UNAPPLIED PURGE IS REFUSED ONCE AND LEFT TO
000361*              OPERATIONS, SINCE RELOADING IT WOULD LOSE WHAT HAS
000362*              BEEN WRITTEN SINCE.  SUSPFILE IS NOT PURGED WHILE
000363*              SUSPMNT HOLDS REPAIRS, WHICH NAME REJECTS BY THEIR
000364*              PLACE ON THE FILE.
000365*================================================================
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PURGE-PARM-FILE ASSIGN TO "PURGPARM"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-PARM-FILE-STATUS.
000440
000450     SELECT PURGE-CONTROL-FILE ASSIGN TO "PURGCTL"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-PCTL-FILE-STATUS.
000480
000490     SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS AQ-QUEUE-KEY
000530         FILE STATUS IS WS-APRQ-FILE-STATUS.
000540
000542     SELECT SUSP-REPAIR-FILE ASSIGN TO "SUSPMNT"
000544         ORGANIZATION IS SEQUENTIAL
000546         FILE STATUS IS WS-RPRQ-FILE-STATUS.
000548
000550     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-SUSP-FILE-STATUS.
000580
000590     SELECT SUSP-ARCHIVE-FILE ASSIGN TO "SUSPARCH"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SARC-FILE-STATUS.
000620
000630     SELECT SUSP-KEEP-FILE ASSIGN TO "SUSPKEEP"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-SKEP-FILE-STATUS.
000660
000670     SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-AUDT-FILE-STATUS.
000700
000710     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDTARCH"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-AARC-FILE-STATUS.
000740
000750     SELECT AUDIT-KEEP-FILE ASSIGN TO "AUDTKEEP"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-AKEP-FILE-STATUS.
000780
000790     SELECT WAREHOUSE-FILE ASSIGN TO "TRXWHSE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-WHSE-FILE-STATUS.
000820
000830     SELECT WHSE-ARCHIVE-FILE ASSIGN TO "WHSEARCH"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-WARC-FILE-STATUS.
000860
000870     SELECT WHSE-KEEP-FILE ASSIGN TO "WHSEKEEP"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-WKEP-FILE-STATUS.
000900
000910     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS HD-HOLD-KEY
000950         FILE STATUS IS WS-HOLD-FILE-STATUS.
000960
000970     SELECT HOLD-ARCHIVE-FILE ASSIGN TO "HOLDARCH"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-HARC-FILE-STATUS.
001000
001010     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDR"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS SO-ORDER-NUMBER
001050         FILE STATUS IS WS-ORDR-FILE-STATUS.
001060
001070     SELECT ORDER-ARCHIVE-FILE ASSIGN TO "STORARCH"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-OARC-FILE-STATUS.
001100
001110     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS RL-RUN-KEY
001150         FILE STATUS IS WS-RCTL-FILE-STATUS.
001160
001170     SELECT RUN-ARCHIVE-FILE ASSIGN TO "RUNCARCH"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-RARC-FILE-STATUS.
001200
001210 DATA DIVISION.
001220 FILE SECTION.
001230*----------------------------------------------------------------
001240* ONE RETENTION PARAMETER PER FILE TO BE PURGED: THE FILE'S
001250* DD NAME AND THE DAYS A WORKED RECORD STAYS ON THE LIVE FILE.
001260* A FILE WITH NO PARAMETER, OR ZERO DAYS, IS NOT PURGED.
001270*----------------------------------------------------------------
001280 FD  PURGE-PARM-FILE.
001290 01  PURGE-PARM-RECORD.
001300     05  PG-FILE-NAME          PIC X(8).
001310     05  PG-RETENTION-DAYS     PIC 9(5).
001320     05  FILLER                PIC X(67).
001330
001340*----------------------------------------------------------------
001350* ONE CONTROL RECORD PER FILE PER RUN, ACCUMULATED ACROSS RUNS.
001360* READ = KEPT + ARCHIVED; REFERENCED COUNTS THE KEPT RECORDS
001370* THAT WERE OLD ENOUGH TO GO BUT ARE STILL REFERENCED.  THE
001380* ARCHIVED TOTAL IS THE SUM OF THE ARCHIVED RECORDS' AMOUNTS
001390* (THE RUN RECORD COUNTS FOR RUNCTL; ZERO FOR ACCTAUDT, WHICH
001400* CARRIES NO AMOUNT OF ITS OWN).
001410*----------------------------------------------------------------
001420 FD  PURGE-CONTROL-FILE.
001430 01  PURGE-CONTROL-RECORD.
001440     05  PC-RUN-DATE           PIC 9(8).
001450     05  PC-FILE-NAME          PIC X(8).
001460     05  PC-PURGE-STATUS       PIC X(1).
001470         88  PC-FILE-PURGED     VALUE 'P'.
001475         88  PC-PURGE-APPLIED   VALUE 'A'.
001480         88  PC-NO-RETENTION    VALUE 'N'.
001490         88  PC-PURGE-REFUSED   VALUE 'R'.
001500         88  PC-FILE-UNAVAILABLE VALUE 'U'.
001510     05  PC-RETENTION-DAYS     PIC 9(5).
001520     05  PC-CUTOFF-DATE        PIC 9(8).
001530     05  PC-READ-COUNT         PIC 9(7).
001540     05  PC-KEPT-COUNT         PIC 9(7).
001550     05  PC-REFERENCED-COUNT   PIC 9(7).
001560     05  PC-ARCHIVED-COUNT     PIC 9(7).
001570     05  PC-ARCHIVED-TOTAL     PIC S9(11)V99.
001580
001590 FD  APPROVAL-QUEUE-FILE.
001600     COPY APPRQ.
001610
001611*----------------------------------------------------------------
001612* SUSPREPR'S REPAIR REQUESTS.  ONLY WHETHER ANY ARE WAITING
001613* MATTERS HERE (SEE 1350).
001614*----------------------------------------------------------------
001615 FD  SUSP-REPAIR-FILE.
001616 01  SUSP-REPAIR-RECORD        PIC X(77).
001617
001620 FD  SUSPENSE-FILE.
001630     COPY SUSPNS.
001640
001650 FD  SUSP-ARCHIVE-FILE.
001660     COPY SUSPNS REPLACING ==SUSPENSE-RECORD== BY
001670         ==SUSP-ARCHIVE-RECORD== LEADING ==SUSP-== BY ==SA-==.
001680
001690 FD  SUSP-KEEP-FILE.
001700     COPY SUSPNS REPLACING ==SUSPENSE-RECORD== BY
001710         ==SUSP-KEEP-RECORD== LEADING ==SUSP-== BY ==SK-==.
001720
001730 FD  ACCT-AUDIT-FILE.
001740     COPY ACCTAUD.
001750
001760 FD  AUDIT-ARCHIVE-FILE.
001770     COPY ACCTAUD REPLACING ==ACCT-AUDIT-RECORD== BY
001780         ==AUDIT-ARCHIVE-RECORD== LEADING ==AUD-== BY ==AUA-==.
001790
001800 FD  AUDIT-KEEP-FILE.
001810     COPY ACCTAUD REPLACING ==ACCT-AUDIT-RECORD== BY
001820         ==AUDIT-KEEP-RECORD== LEADING ==AUD-== BY ==AUK-==.
001830
001840 FD  WAREHOUSE-FILE.
001850     COPY WHSEREC.
001860
001870 FD  WHSE-ARCHIVE-FILE.
001880     COPY WHSEREC REPLACING ==WAREHOUSE-RECORD== BY
001890         ==WHSE-ARCHIVE-RECORD== LEADING ==WH-== BY ==WA-==.
001900
001910 FD  WHSE-KEEP-FILE.
001920     COPY WHSEREC REPLACING ==WAREHOUSE-RECORD== BY
001930         ==WHSE-KEEP-RECORD== LEADING ==WH-== BY ==WK-==.
001940
001950 FD  HOLD-FILE.
001960     COPY HOLDREC.
001970
001980 FD  HOLD-ARCHIVE-FILE.
001990     COPY HOLDREC REPLACING ==HOLD-MASTER-RECORD== BY
002000         ==HOLD-ARCHIVE-RECORD== LEADING ==HD-== BY ==HA-==.
002010
002020 FD  STANDING-ORDER-FILE.
002030     COPY STORDR.
002040
002050 FD  ORDER-ARCHIVE-FILE.
002060     COPY STORDR REPLACING ==STANDING-ORDER-RECORD== BY
002070         ==ORDER-ARCHIVE-RECORD== LEADING ==SO-== BY ==OA-==.
002080
002090 FD  RUN-CONTROL-FILE.
002100     COPY RUNCTLF.
002110
002120 FD  RUN-ARCHIVE-FILE.
002130     COPY RUNCTLF REPLACING ==RUN-LOG-RECORD== BY
002140         ==RUN-ARCHIVE-RECORD== LEADING ==RL-== BY ==RA-==.
002150
002160 WORKING-STORAGE SECTION.
002170*----------------------------------------------------------------
002180* FILE STATUS AND CONTROL SWITCHES
002190*----------------------------------------------------------------
002200 01  WS-PARM-FILE-STATUS       PIC X(2)  VALUE '00'.
002210 01  WS-PCTL-FILE-STATUS       PIC X(2)  VALUE '00'.
002220 01  WS-APRQ-FILE-STATUS       PIC X(2)  VALUE '00'.
002225 01  WS-RPRQ-FILE-STATUS       PIC X(2)  VALUE '00'.
002230 01  WS-SUSP-FILE-STATUS       PIC X(2)  VALUE '00'.
002240 01  WS-SARC-FILE-STATUS       PIC X(2)  VALUE '00'.
002250 01  WS-SKEP-FILE-STATUS       PIC X(2)  VALUE '00'.
002260 01  WS-AUDT-FILE-STATUS       PIC X(2)  VALUE '00'.
002270 01  WS-AARC-FILE-STATUS       PIC X(2)  VALUE '00'.
002280 01  WS-AKEP-FILE-STATUS       PIC X(2)  VALUE '00'.
002290 01  WS-WHSE-FILE-STATUS       PIC X(2)  VALUE '00'.
002300 01  WS-WARC-FILE-STATUS       PIC X(2)  VALUE '00'.
002310 01  WS-WKEP-FILE-STATUS       PIC X(2)  VALUE '00'.
002320 01  WS-HOLD-FILE-STATUS       PIC X(2)  VALUE '00'.
002330 01  WS-HARC-FILE-STATUS       PIC X(2)  VALUE '00'.
002340 01  WS-ORDR-FILE-STATUS       PIC X(2)  VALUE '00'.
002350 01  WS-OARC-FILE-STATUS       PIC X(2)  VALUE '00'.
002360 01  WS-RCTL-FILE-STATUS       PIC X(2)  VALUE '00'.
002370 01  WS-RARC-FILE-STATUS       PIC X(2)  VALUE '00'.
002380
002390 01  WS-PARM-EOF-SWITCH        PIC X(1)  VALUE 'N'.
002400     88  END-OF-PARMS          VALUE 'Y'.
002410
002420 01  WS-SCAN-EOF-SWITCH        PIC X(1)  VALUE 'N'.
002430     88  END-OF-SCAN           VALUE 'Y'.
002440
002450 01  WS-SOURCE-EOF-SWITCH      PIC X(1)  VALUE 'N'.
002460     88  END-OF-SOURCE         VALUE 'Y'.
002470
002480 01  WS-SUSPREPR-SWITCH        PIC X(1)  VALUE 'N'.
002490     88  SUSPREPR-APPROVAL-PENDING VALUE 'Y'.
002500
002502 01  WS-SUSPMNT-SWITCH         PIC X(1)  VALUE 'N'.
002504     88  SUSPMNT-REPAIRS-WAITING VALUE 'Y'.
002506
002510 01  WS-ACCT-REF-OVERFLOW-SWITCH PIC X(1) VALUE 'N'.
002520     88  ACCT-REF-TABLE-OVERFLOWED VALUE 'Y'.
002530
002540 01  WS-ORDER-REF-OVERFLOW-SWITCH PIC X(1) VALUE 'N'.
002550     88  ORDER-REF-TABLE-OVERFLOWED VALUE 'Y'.
002560
002570 01  WS-REFERENCE-SWITCH       PIC X(1)  VALUE 'N'.
002580     88  RECORD-REFERENCED     VALUE 'Y'.
002582
002584 01  WS-FINISHING-SWITCH       PIC X(1)  VALUE 'N'.
002586     88  FINISHING-EARLIER-PURGE VALUE 'Y'.
002590
002600 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
002610 01  WS-MINIMUM-RETENTION      PIC 9(5)  VALUE 31.
002620 01  WS-RECORD-DATE            PIC 9(8)  VALUE ZERO.
002630
002640*----------------------------------------------------------------
002650* THE FILES THIS RUN CAN PURGE, IN THE ORDER IT PURGES THEM,
002660* WITH EACH FILE'S RETENTION AND CUTOFF.  A RECORD WORKED
002670* BEFORE THE CUTOFF DATE IS OLD ENOUGH TO ARCHIVE.
002680*----------------------------------------------------------------
002690 01  WS-FILE-NAME-VALUES.
002700     05  FILLER                PIC X(8)  VALUE 'SUSPFILE'.
002710     05  FILLER                PIC X(8)  VALUE 'ACCTAUDT'.
002720     05  FILLER                PIC X(8)  VALUE 'TRXWHSE '.
002730     05  FILLER                PIC X(8)  VALUE 'HOLDFILE'.
002740     05  FILLER                PIC X(8)  VALUE 'STORDR  '.
002750     05  FILLER                PIC X(8)  VALUE 'RUNCTL  '.
002760 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
002770     05  FN-FILE-NAME          PIC X(8)  OCCURS 6 TIMES.
002780
002781*----------------------------------------------------------------
002782* THE KEEP AND ARCHIVE FILES OF THE THREE SEQUENTIAL FILES, FOR
002783* AN UNAPPLIED PURGE HANDED TO OPERATIONS
002784*----------------------------------------------------------------
002785 01  WS-RECOVERY-NAME-VALUES.
002786     05  FILLER                PIC X(16) VALUE 'SUSPKEEPSUSPARCH'.
002787     05  FILLER                PIC X(16) VALUE 'AUDTKEEPAUDTARCH'.
002788     05  FILLER                PIC X(16) VALUE 'WHSEKEEPWHSEARCH'.
002789 01  WS-RECOVERY-NAME-TABLE REDEFINES WS-RECOVERY-NAME-VALUES.
002790     05  RECOVERY-NAME-ENTRY OCCURS 3 TIMES.
002791         10  FK-KEEP-NAME      PIC X(8).
002792         10  FK-ARCHIVE-NAME   PIC X(8).
002793
002794 01  WS-FILE-COUNT             PIC 9(2)  COMP  VALUE 6.
002800 01  WS-FILE-IX                PIC 9(2)  COMP  VALUE ZERO.
002810 01  WS-FILE-MATCH-IX          PIC 9(2)  COMP  VALUE ZERO.
002820 01  WS-LOOKUP-NAME            PIC X(8)  VALUE SPACES.
002830
002840 01  RETENTION-TABLE.
002850     05  RETENTION-ENTRY OCCURS 6 TIMES.
002860         10  RT-RETENTION-DAYS     PIC 9(5).
002870         10  RT-CUTOFF-DATE        PIC 9(8).
002880         10  RT-DONE-SWITCH        PIC X(1).
002890             88  RT-PURGED-TODAY   VALUE 'Y'.
002891             88  RT-APPLY-PENDING  VALUE 'P'.
002892         10  RT-PENDING-DATE       PIC 9(8).
002893         10  RT-EARLIER-COUNTS.
002894             15  RT-READ-COUNT         PIC 9(7).
002895             15  RT-KEPT-COUNT         PIC 9(7).
002896             15  RT-REFERENCED-COUNT   PIC 9(7).
002897             15  RT-ARCHIVED-COUNT     PIC 9(7).
002898             15  RT-ARCHIVED-TOTAL     PIC S9(11)V99.
002900
002910*----------------------------------------------------------------
002920* OPEN ITEMS THAT REFERENCE WORKED RECORDS.  ACCOUNTS WITH A
002930* PENDING HOLDMAIN OR STORMAIN APPROVAL KEEP THEIR HOLDS OR
002940* ORDERS; ORDERS NAMED BY A PENDING S/O REJECT ARE KEPT.  A
002950* FULL TABLE MEANS THE FILE IT PROTECTS IS NOT PURGED AT ALL.
002960*----------------------------------------------------------------
002970 01  WS-ACCT-REF-MAX           PIC 9(4)  COMP  VALUE 500.
002980 01  WS-ACCT-REF-COUNT         PIC 9(4)  COMP  VALUE ZERO.
002990 01  WS-ACCT-REF-IX            PIC 9(4)  COMP  VALUE ZERO.
003000
003010 01  ACCT-REFERENCE-TABLE.
003020     05  ACCT-REFERENCE-ENTRY OCCURS 500 TIMES.
003030         10  AX-PROGRAM-NAME       PIC X(10).
003040         10  AX-ACCOUNT-NUMBER     PIC X(20).
003050
003060 01  WS-ORDER-REF-MAX          PIC 9(4)  COMP  VALUE 2000.
003070 01  WS-ORDER-REF-COUNT        PIC 9(4)  COMP  VALUE ZERO.
003080 01  WS-ORDER-REF-IX           PIC 9(4)  COMP  VALUE ZERO.
003090
003100 01  ORDER-REFERENCE-TABLE.
003110     05  OX-ORDER-NUMBER       PIC X(10) OCCURS 2000 TIMES.
003120
003130 01  WS-REF-PROGRAM            PIC X(10) VALUE SPACES.
003140 01  WS-REF-ACCOUNT            PIC X(20) VALUE SPACES.
003150
003160*----------------------------------------------------------------
003170* THE HOLD READ BEFORE THE ONE NOW IN THE RECORD AREA - A HOLD
003180* IS ONLY ARCHIVED ONCE A LATER HOLD ON THE SAME ACCOUNT SHOWS
003190* IT IS NOT THE ACCOUNT'S HIGHEST
003200*----------------------------------------------------------------
003210     COPY HOLDREC REPLACING ==HOLD-MASTER-RECORD== BY
003220         ==PRIOR-HOLD-RECORD== LEADING ==HD-== BY ==PH-==.
003230
003240*----------------------------------------------------------------
003250* PER-FILE COUNTS, MOVED TO THE CONTROL RECORD
003260*----------------------------------------------------------------
003270 01  WS-PURGE-STATUS           PIC X(1)  VALUE SPACES.
003280 01  WS-READ-COUNT             PIC 9(7)  VALUE ZERO.
003290 01  WS-KEPT-COUNT             PIC 9(7)  VALUE ZERO.
003300 01  WS-REFERENCED-COUNT       PIC 9(7)  VALUE ZERO.
003310 01  WS-ARCHIVED-COUNT         PIC 9(7)  VALUE ZERO.
003320 01  WS-ARCHIVED-TOTAL         PIC S9(11)V99 VALUE ZERO.
003330 01  WS-APPLIED-COUNT          PIC 9(7)  VALUE ZERO.
003340 01  WS-CHECK-COUNT            PIC 9(7)  VALUE ZERO.
003350
003360 01  WS-RUN-ARCHIVED-COUNT     PIC 9(8)  VALUE ZERO.
003370
003380*----------------------------------------------------------------
003390* RUN CONTROL INTERFACE - SEE RUNCTLR
003400*----------------------------------------------------------------
003410     COPY RUNCTLR.
003420
003430 PROCEDURE DIVISION.
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003460     PERFORM 2000-PURGE-SUSPENSE THRU 2000-EXIT.
003470     PERFORM 3000-PURGE-AUDIT THRU 3000-EXIT.
003480     PERFORM 4000-PURGE-WAREHOUSE THRU 4000-EXIT.
003490     PERFORM 5000-PURGE-HOLDS THRU 5000-EXIT.
003500     PERFORM 6000-PURGE-ORDERS THRU 6000-EXIT.
003510     PERFORM 7000-PURGE-RUN-CONTROL THRU 7000-EXIT.
003520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003530     STOP RUN.
003540
003550*================================================================
003560* 1000-INITIALIZE - REGISTER THE RUN, LOAD THE RETENTION
003570* PARAMETERS, NOTE WHAT AN EARLIER ATTEMPT TODAY ALREADY
003580* PURGED, AND GATHER THE OPEN ITEMS' REFERENCES
003590*================================================================
003600 1000-INITIALIZE.
003610     PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
003620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003630     PERFORM 1050-CLEAR-RETENTION THRU 1050-EXIT
003640         VARYING WS-FILE-IX FROM 1 BY 1
003650         UNTIL WS-FILE-IX > WS-FILE-COUNT.
003660
003670     OPEN INPUT PURGE-PARM-FILE.
003680     IF WS-PARM-FILE-STATUS NOT = '00'
003690         DISPLAY 'ERROR: UNABLE TO OPEN PURGPARM, STATUS: '
003700                 WS-PARM-FILE-STATUS
003710         STOP RUN
003720     END-IF.
003730     PERFORM 1150-READ-PARM THRU 1150-EXIT.
003740     PERFORM 1100-LOAD-RETENTION THRU 1100-EXIT
003750         UNTIL END-OF-PARMS.
003760     CLOSE PURGE-PARM-FILE.
003770
003780     PERFORM 1500-CHECK-EARLIER-PURGES THRU 1500-EXIT.
003790     OPEN EXTEND PURGE-CONTROL-FILE.
003800     IF WS-PCTL-FILE-STATUS = '35'
003810         OPEN OUTPUT PURGE-CONTROL-FILE
003820     END-IF.
003830     IF WS-PCTL-FILE-STATUS NOT = '00'
003840         DISPLAY 'ERROR: UNABLE TO OPEN PURGCTL, STATUS: '
003850                 WS-PCTL-FILE-STATUS
003860         STOP RUN
003870     END-IF.
003880
003890     PERFORM 1300-LOAD-APPROVAL-REFERENCES THRU 1300-EXIT.
003895     PERFORM 1350-CHECK-REPAIR-REQUESTS THRU 1350-EXIT.
003900     PERFORM 1400-LOAD-ORDER-REFERENCES THRU 1400-EXIT.
003910 1000-EXIT.
003920     EXIT.
003930
003940 1050-CLEAR-RETENTION.
003950     MOVE ZERO TO RT-RETENTION-DAYS (WS-FILE-IX).
003960     MOVE ZERO TO RT-CUTOFF-DATE (WS-FILE-IX).
003970     MOVE 'N'  TO RT-DONE-SWITCH (WS-FILE-IX).
003975     MOVE ZERO TO RT-PENDING-DATE (WS-FILE-IX).
003980 1050-EXIT.
003990     EXIT.
004000
004010*================================================================
004020* 1100-LOAD-RETENTION - TAKE ONE FILE'S RETENTION.  A RETENTION
004030* SHORTER THAN THE MINIMUM WOULD LET THIS RUN TAKE RECORDS THE
004040* CYCLE STILL WORKS FROM - RUNCTLM'S OWN CHECK THAT A MONTHLY
004050* RUN HAS NOT ALREADY RUN THIS MONTH AMONG THEM - SO IT IS
004060* REFUSED AND THE FILE IS LEFT ALONE.
004070*================================================================
004080 1100-LOAD-RETENTION.
004090     MOVE ZERO TO WS-FILE-MATCH-IX.
004100     MOVE PG-FILE-NAME TO WS-LOOKUP-NAME.
004110     PERFORM 1110-FIND-FILE-NAME THRU 1110-EXIT
004120         VARYING WS-FILE-IX FROM 1 BY 1
004130         UNTIL WS-FILE-IX > WS-FILE-COUNT.
004140     IF WS-FILE-MATCH-IX = ZERO
004150         DISPLAY 'WARNING: PURGPARM NAMES UNKNOWN FILE: '
004160                 PG-FILE-NAME
004170         GO TO 1100-NEXT
004180     END-IF.
004190     IF PG-RETENTION-DAYS NOT NUMERIC
004200         DISPLAY 'WARNING: INVALID RETENTION FOR '
004210                 PG-FILE-NAME ' - FILE NOT PURGED'
004220         GO TO 1100-NEXT
004230     END-IF.
004240     IF PG-RETENTION-DAYS > ZERO
004250             AND PG-RETENTION-DAYS < WS-MINIMUM-RETENTION
004260         DISPLAY 'WARNING: RETENTION FOR ' PG-FILE-NAME
004270                 ' BELOW ' WS-MINIMUM-RETENTION
004280                 ' DAYS - FILE NOT PURGED'
004290         GO TO 1100-NEXT
004300     END-IF.
004310     MOVE PG-RETENTION-DAYS
004320         TO RT-RETENTION-DAYS (WS-FILE-MATCH-IX).
004330     IF PG-RETENTION-DAYS > ZERO
004340         COMPUTE RT-CUTOFF-DATE (WS-FILE-MATCH-IX) =
004350             FUNCTION DATE-OF-INTEGER
004360                 (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
004370                  - PG-RETENTION-DAYS)
004380     END-IF.
004390 1100-NEXT.
004400     PERFORM 1150-READ-PARM THRU 1150-EXIT.
004410 1100-EXIT.
004420     EXIT.
004430
004440 1110-FIND-FILE-NAME.
004450     IF FN-FILE-NAME (WS-FILE-IX) = WS-LOOKUP-NAME
004460         MOVE WS-FILE-IX TO WS-FILE-MATCH-IX
004470         MOVE WS-FILE-COUNT TO WS-FILE-IX
004480     END-IF.
004490 1110-EXIT.
004500     EXIT.
004510
004520 1150-READ-PARM.
004530     READ PURGE-PARM-FILE
004540         AT END
004550             MOVE 'Y' TO WS-PARM-EOF-SWITCH
004560     END-READ.
004570 1150-EXIT.
004580     EXIT.
004590
004600*================================================================
004610* 1300-LOAD-APPROVAL-REFERENCES - PENDING DUAL CONTROL ENTRIES
004620* STILL TO BE APPLIED AGAINST THE FILES THIS RUN PURGES
004630*================================================================
004640 1300-LOAD-APPROVAL-REFERENCES.
004650     OPEN INPUT APPROVAL-QUEUE-FILE.
004660     IF WS-APRQ-FILE-STATUS = '35'
004670         GO TO 1300-EXIT
004680     END-IF.
004690     IF WS-APRQ-FILE-STATUS NOT = '00'
004700         DISPLAY 'ERROR: UNABLE TO OPEN APPRQUE, STATUS: '
004710                 WS-APRQ-FILE-STATUS
004720         CLOSE PURGE-CONTROL-FILE
004730         STOP RUN
004740     END-IF.
004750     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
004760     PERFORM 1310-CHECK-ONE-APPROVAL THRU 1310-EXIT
004770         UNTIL END-OF-SCAN.
004780     CLOSE APPROVAL-QUEUE-FILE.
004790 1300-EXIT.
004800     EXIT.
004810
004820 1310-CHECK-ONE-APPROVAL.
004830     READ APPROVAL-QUEUE-FILE NEXT RECORD
004840         AT END
004850             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
004860             GO TO 1310-EXIT
004870     END-READ.
004880     IF NOT AQ-PENDING
004890         GO TO 1310-EXIT
004900     END-IF.
004910     IF AQ-PROGRAM-NAME = 'SUSPREPR'
004920         MOVE 'Y' TO WS-SUSPREPR-SWITCH
004930         GO TO 1310-EXIT
004940     END-IF.
004950     IF AQ-PROGRAM-NAME NOT = 'HOLDMAIN'
004960             AND AQ-PROGRAM-NAME NOT = 'STORMAIN'
004970         GO TO 1310-EXIT
004980     END-IF.
004990     IF WS-ACCT-REF-COUNT NOT < WS-ACCT-REF-MAX
005000         MOVE 'Y' TO WS-ACCT-REF-OVERFLOW-SWITCH
005010         GO TO 1310-EXIT
005020     END-IF.
005030     ADD 1 TO WS-ACCT-REF-COUNT.
005040     MOVE AQ-PROGRAM-NAME
005050         TO AX-PROGRAM-NAME (WS-ACCT-REF-COUNT).
005060     MOVE AQ-ACCOUNT-NUMBER
005070         TO AX-ACCOUNT-NUMBER (WS-ACCT-REF-COUNT).
005080 1310-EXIT.
005090     EXIT.
005091
005092*================================================================
005093* 1350-CHECK-REPAIR-REQUESTS - SUSPREPR NAMES A REJECT BY ITS
005094* PLACE ON SUSPFILE, WHICH A PURGE CHANGES, SO ANY REPAIR STILL
005095* WAITING ON SUSPMNT KEEPS SUSPFILE AS IT IS.  A SUSPMNT THAT
005096* CANNOT BE READ IS TAKEN TO HOLD REPAIRS.
005097*================================================================
005098 1350-CHECK-REPAIR-REQUESTS.
005099     OPEN INPUT SUSP-REPAIR-FILE.
005100     IF WS-RPRQ-FILE-STATUS = '35'
005101         GO TO 1350-EXIT
005102     END-IF.
005103     IF WS-RPRQ-FILE-STATUS NOT = '00'
005104         DISPLAY 'WARNING: UNABLE TO OPEN SUSPMNT, STATUS: '
005105                 WS-RPRQ-FILE-STATUS
005106         MOVE 'Y' TO WS-SUSPMNT-SWITCH
005107         GO TO 1350-EXIT
005108     END-IF.
005109     READ SUSP-REPAIR-FILE
005110         AT END
005111             CLOSE SUSP-REPAIR-FILE
005112             GO TO 1350-EXIT
005113     END-READ.
005114     MOVE 'Y' TO WS-SUSPMNT-SWITCH.
005115     CLOSE SUSP-REPAIR-FILE.
005116 1350-EXIT.
005117     EXIT.
005118
005119*================================================================
005120* 1400-LOAD-ORDER-REFERENCES - EACH PENDING TRANSLEDG REJECT OF
005130* A STANDING ORDER POSTING NAMES ITS ORDER IN THE DESCRIPTION
005140* ('S/O ' + ORDER NUMBER, SEE STORGEN), WHICH STORGEN STILL
005150* RETRIES OR SUSPENDS FROM IT
005160*================================================================
005170 1400-LOAD-ORDER-REFERENCES.
005180     OPEN INPUT SUSPENSE-FILE.
005190     IF WS-SUSP-FILE-STATUS = '35'
005200         GO TO 1400-EXIT
005210     END-IF.
005220     IF WS-SUSP-FILE-STATUS NOT = '00'
005230         DISPLAY 'ERROR: UNABLE TO OPEN SUSPFILE, STATUS: '
005240                 WS-SUSP-FILE-STATUS
005250         CLOSE PURGE-CONTROL-FILE
005260         STOP RUN
005270     END-IF.
005280     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
005290     PERFORM 1410-CHECK-ONE-REJECT THRU 1410-EXIT
005300         UNTIL END-OF-SCAN.
005310     CLOSE SUSPENSE-FILE.
005320 1400-EXIT.
005330     EXIT.
005340
005350 1410-CHECK-ONE-REJECT.
005360     READ SUSPENSE-FILE
005370         AT END
005380             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
005390             GO TO 1410-EXIT
005400     END-READ.
005410     IF NOT SUSP-STILL-PENDING
005420             OR SUSP-SOURCE-PROGRAM NOT = 'TRANSLEDG'
005430             OR SUSP-TRX-DESCRIPTION (1:4) NOT = 'S/O '
005440         GO TO 1410-EXIT
005450     END-IF.
005460     IF WS-ORDER-REF-COUNT NOT < WS-ORDER-REF-MAX
005470         MOVE 'Y' TO WS-ORDER-REF-OVERFLOW-SWITCH
005480         GO TO 1410-EXIT
005490     END-IF.
005500     ADD 1 TO WS-ORDER-REF-COUNT.
005510     MOVE SUSP-TRX-DESCRIPTION (5:10)
005520         TO OX-ORDER-NUMBER (WS-ORDER-REF-COUNT).
005530 1410-EXIT.
005540     EXIT.
005550
005560*================================================================
005570* 1500-CHECK-EARLIER-PURGES - A FILE WITH AN APPLIED CONTROL
005580* RECORD FOR THE RUN DATE WAS FINISHED BY AN EARLIER ATTEMPT.
005590* ONE WHOSE LATEST RECORD, OF WHATEVER DATE, IS A PURGE THAT
005592* ARCHIVED RECORDS WITH NO APPLIED RECORD AFTER IT HAD ITS
005594* ARCHIVE WRITTEN BUT THE LIVE FILE MAY BE HALF DONE; ITS COUNTS
005595* ARE KEPT SO THIS RUN CAN FINISH APPLYING IT.  PURGING EITHER
005596* AGAIN WOULD OVERWRITE THAT ATTEMPT'S ARCHIVE.  A REFUSED
005597* RECORD FROM A LATER DAY THAN SUCH A PURGE MEANS IT WAS HANDED
005598* TO OPERATIONS (SEE 8000); THE FILE IS THEN PURGED AFRESH.
005600*================================================================
005610 1500-CHECK-EARLIER-PURGES.
005620     OPEN INPUT PURGE-CONTROL-FILE.
005630     IF WS-PCTL-FILE-STATUS NOT = '00'
005640         GO TO 1500-EXIT
005650     END-IF.
005660     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
005670     PERFORM 1510-CHECK-ONE-CONTROL THRU 1510-EXIT
005680         UNTIL END-OF-SCAN.
005690     CLOSE PURGE-CONTROL-FILE.
005700 1500-EXIT.
005710     EXIT.
005720
005730 1510-CHECK-ONE-CONTROL.
005740     READ PURGE-CONTROL-FILE
005750         AT END
005760             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
005770             GO TO 1510-EXIT
005780     END-READ.
005790     IF NOT (PC-FILE-PURGED OR PC-PURGE-APPLIED
005792             OR PC-PURGE-REFUSED)
005794         GO TO 1510-EXIT
005798     END-IF.
005802     MOVE ZERO TO WS-FILE-MATCH-IX.
005806     MOVE PC-FILE-NAME TO WS-LOOKUP-NAME.
005810     PERFORM 1110-FIND-FILE-NAME THRU 1110-EXIT
005814         VARYING WS-FILE-IX FROM 1 BY 1
005818         UNTIL WS-FILE-IX > WS-FILE-COUNT.
005822     IF WS-FILE-MATCH-IX = ZERO
005826         GO TO 1510-EXIT
005830     END-IF.
005831     IF PC-PURGE-REFUSED
005832         IF RT-APPLY-PENDING (WS-FILE-MATCH-IX)
005833                 AND PC-RUN-DATE NOT = WS-RUN-DATE
005834             MOVE 'N' TO RT-DONE-SWITCH (WS-FILE-MATCH-IX)
005835         END-IF
005836         GO TO 1510-EXIT
005837     END-IF.
005838     IF PC-PURGE-APPLIED
005839             OR PC-ARCHIVED-COUNT = ZERO
005842         MOVE 'N' TO RT-DONE-SWITCH (WS-FILE-MATCH-IX)
005846         IF PC-RUN-DATE = WS-RUN-DATE
005850             MOVE 'Y' TO RT-DONE-SWITCH (WS-FILE-MATCH-IX)
005854         END-IF
005858         GO TO 1510-EXIT
005862     END-IF.
005866     MOVE 'P' TO RT-DONE-SWITCH (WS-FILE-MATCH-IX).
005868     MOVE PC-RUN-DATE TO RT-PENDING-DATE (WS-FILE-MATCH-IX).
005870     MOVE PC-READ-COUNT
005874         TO RT-READ-COUNT (WS-FILE-MATCH-IX).
005878     MOVE PC-KEPT-COUNT
005882         TO RT-KEPT-COUNT (WS-FILE-MATCH-IX).
005886     MOVE PC-REFERENCED-COUNT
005890         TO RT-REFERENCED-COUNT (WS-FILE-MATCH-IX).
005894     MOVE PC-ARCHIVED-COUNT
005898         TO RT-ARCHIVED-COUNT (WS-FILE-MATCH-IX).
005902     MOVE PC-ARCHIVED-TOTAL
005906         TO RT-ARCHIVED-TOTAL (WS-FILE-MATCH-IX).
005910 1510-EXIT.
005920     EXIT.
005930
005940*================================================================
005950* 1900-RUN-CONTROL-START - ONE PURGE PER MONTH
005960*================================================================
005970 1900-RUN-CONTROL-START.
005980     MOVE 'S'        TO RC-FUNCTION.
005990     MOVE 'RETNPURG' TO RC-PROGRAM-NAME.
006000     MOVE 'M'        TO RC-FREQUENCY.
006010     MOVE SPACES     TO RC-PREREQ-PROGRAM.
006020     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
006030     MOVE ZERO       TO RC-RECORD-COUNT.
006040     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
006050     IF RC-ALREADY-RAN
006060         DISPLAY 'RETNPURG ALREADY COMPLETED THIS PERIOD - '
006070                 'RUN REFUSED'
006080         STOP RUN
006090     END-IF.
006100     IF NOT RC-GO-AHEAD
006110         DISPLAY 'RETNPURG REFUSED BY RUN CONTROL, CODE: '
006120                 RC-RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150 1900-EXIT.
006160     EXIT.
006170
006180*================================================================
006190* 2000-PURGE-SUSPENSE - WORKED REJECTS (RESUBMITTED OR WRITTEN
006200* OFF) WORKED BEFORE THE CUTOFF.  PENDING REJECTS STAY.
006210*================================================================
006220 2000-PURGE-SUSPENSE.
006230     MOVE 1 TO WS-FILE-IX.
006240     PERFORM 8000-BEGIN-FILE THRU 8000-EXIT.
006241     IF WS-PURGE-STATUS = 'F'
006242         PERFORM 2300-RESTORE-KEPT-REJECTS THRU 2300-EXIT
006243         PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT
006244         GO TO 2000-EXIT
006245     END-IF.
006250     IF WS-PURGE-STATUS NOT = 'P'
006260         GO TO 2000-EXIT
006270     END-IF.
006280     IF SUSPREPR-APPROVAL-PENDING
006290         DISPLAY 'SUSPFILE NOT PURGED - SUSPREPR APPROVALS '
006300                 'PENDING AGAINST IT'
006301         MOVE 'R' TO WS-PURGE-STATUS
006302         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
006303         GO TO 2000-EXIT
006304     END-IF.
006305     IF SUSPMNT-REPAIRS-WAITING
006306         DISPLAY 'SUSPFILE NOT PURGED - SUSPMNT NOT EMPTY; '
006307                 'EMPTY IT ONCE SUSPREPR HAS APPLIED IT'
006310         MOVE 'R' TO WS-PURGE-STATUS
006320         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
006330         GO TO 2000-EXIT
006340     END-IF.
006350     OPEN INPUT SUSPENSE-FILE.
006360     IF WS-SUSP-FILE-STATUS = '35'
006370         MOVE 'U' TO WS-PURGE-STATUS
006380         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
006390         GO TO 2000-EXIT
006400     END-IF.
006410     IF WS-SUSP-FILE-STATUS NOT = '00'
006420         DISPLAY 'ERROR: UNABLE TO OPEN SUSPFILE, STATUS: '
006430                 WS-SUSP-FILE-STATUS
006440         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
006450     END-IF.
006460     OPEN OUTPUT SUSP-ARCHIVE-FILE.
006470     IF WS-SARC-FILE-STATUS NOT = '00'
006480         DISPLAY 'ERROR: UNABLE TO OPEN SUSPARCH, STATUS: '
006490                 WS-SARC-FILE-STATUS
006500         CLOSE SUSPENSE-FILE
006510         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
006520     END-IF.
006530     OPEN OUTPUT SUSP-KEEP-FILE.
006540     IF WS-SKEP-FILE-STATUS NOT = '00'
006550         DISPLAY 'ERROR: UNABLE TO OPEN SUSPKEEP, STATUS: '
006560                 WS-SKEP-FILE-STATUS
006570         CLOSE SUSPENSE-FILE
006580         CLOSE SUSP-ARCHIVE-FILE
006590         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
006600     END-IF.
006610
006620     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
006630     PERFORM 2100-SELECT-REJECT THRU 2100-EXIT
006640         UNTIL END-OF-SOURCE.
006650     CLOSE SUSPENSE-FILE.
006660     CLOSE SUSP-ARCHIVE-FILE.
006670     CLOSE SUSP-KEEP-FILE.
006680
006690     PERFORM 8050-PROVE-COUNTS THRU 8050-EXIT.
006700     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
006710     IF WS-ARCHIVED-COUNT > ZERO
006720         PERFORM 2300-RESTORE-KEPT-REJECTS THRU 2300-EXIT
006730     END-IF.
006735     PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT.
006740 2000-EXIT.
006750     EXIT.
006760
006770 2100-SELECT-REJECT.
006780     READ SUSPENSE-FILE
006790         AT END
006800             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
006810             GO TO 2100-EXIT
006820     END-READ.
006830     ADD 1 TO WS-READ-COUNT.
006840     IF SUSP-STILL-PENDING
006850         GO TO 2100-KEEP
006860     END-IF.
006870     MOVE SUSP-WORKED-DATE TO WS-RECORD-DATE.
006880     IF WS-RECORD-DATE = ZERO
006890         MOVE SUSP-REJECT-DATE TO WS-RECORD-DATE
006900     END-IF.
006910     IF WS-RECORD-DATE NOT < RT-CUTOFF-DATE (WS-FILE-IX)
006920         GO TO 2100-KEEP
006930     END-IF.
006940     MOVE SUSPENSE-RECORD TO SUSP-ARCHIVE-RECORD.
006950     WRITE SUSP-ARCHIVE-RECORD.
006960     IF WS-SARC-FILE-STATUS NOT = '00'
006970         DISPLAY 'ERROR: ARCHIVE WRITE FAILED, STATUS: '
006980                 WS-SARC-FILE-STATUS
006990         DISPLAY 'LIVE SUSPFILE LEFT UNTOUCHED'
007000         CLOSE SUSPENSE-FILE
007010         CLOSE SUSP-ARCHIVE-FILE
007020         CLOSE SUSP-KEEP-FILE
007030         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
007040     END-IF.
007050     ADD 1 TO WS-ARCHIVED-COUNT.
007060     IF SUSP-SOURCE-PROGRAM NOT = 'ACCTVALID'
007070             AND SUSP-TRX-AMOUNT NUMERIC
007080         ADD SUSP-TRX-AMOUNT TO WS-ARCHIVED-TOTAL
007090     END-IF.
007100     GO TO 2100-EXIT.
007110 2100-KEEP.
007120     MOVE SUSPENSE-RECORD TO SUSP-KEEP-RECORD.
007130     WRITE SUSP-KEEP-RECORD.
007140     IF WS-SKEP-FILE-STATUS NOT = '00'
007150         DISPLAY 'ERROR: KEEP FILE WRITE FAILED, STATUS: '
007160                 WS-SKEP-FILE-STATUS
007170         DISPLAY 'LIVE SUSPFILE LEFT UNTOUCHED'
007180         CLOSE SUSPENSE-FILE
007190         CLOSE SUSP-ARCHIVE-FILE
007200         CLOSE SUSP-KEEP-FILE
007210         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
007220     END-IF.
007230     ADD 1 TO WS-KEPT-COUNT.
007240 2100-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------
007280* 2300-RESTORE-KEPT-REJECTS - ONLY REACHED ONCE THE ARCHIVE AND
007290* ITS CONTROL RECORD ARE SAFELY ON DISK.  THE LIVE FILE IS
007300* RESTARTED FROM THE KEPT RECORDS, IN THEIR ORIGINAL ORDER.
007310*----------------------------------------------------------------
007320 2300-RESTORE-KEPT-REJECTS.
007330     OPEN INPUT SUSP-KEEP-FILE.
007340     IF WS-SKEP-FILE-STATUS NOT = '00'
007350         DISPLAY 'ERROR: UNABLE TO REOPEN SUSPKEEP, STATUS: '
007360                 WS-SKEP-FILE-STATUS
007370         DISPLAY 'LIVE SUSPFILE LEFT UNTOUCHED'
007380         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
007390     END-IF.
007400     OPEN OUTPUT SUSPENSE-FILE.
007410     IF WS-SUSP-FILE-STATUS NOT = '00'
007420         DISPLAY 'ERROR: UNABLE TO RESTART SUSPFILE, STATUS: '
007430                 WS-SUSP-FILE-STATUS
007440         CLOSE SUSP-KEEP-FILE
007450         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
007460     END-IF.
007470     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
007480     PERFORM 2310-RESTORE-ONE-REJECT THRU 2310-EXIT
007490         UNTIL END-OF-SOURCE.
007500     CLOSE SUSP-KEEP-FILE.
007510     CLOSE SUSPENSE-FILE.
007520     PERFORM 8150-PROVE-APPLIED THRU 8150-EXIT.
007530 2300-EXIT.
007540     EXIT.
007550
007560 2310-RESTORE-ONE-REJECT.
007570     READ SUSP-KEEP-FILE
007580         AT END
007590             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
007600             GO TO 2310-EXIT
007610     END-READ.
007620     MOVE SUSP-KEEP-RECORD TO SUSPENSE-RECORD.
007630     WRITE SUSPENSE-RECORD.
007631     IF WS-SUSP-FILE-STATUS NOT = '00'
007632         DISPLAY 'ERROR: SUSPFILE RESTORE WRITE FAILED, STATUS: '
007633                 WS-SUSP-FILE-STATUS
007634         CLOSE SUSP-KEEP-FILE
007635         CLOSE SUSPENSE-FILE
007636         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
007637     END-IF.
007640     ADD 1 TO WS-APPLIED-COUNT.
007650 2310-EXIT.
007660     EXIT.
007670
007680*================================================================
007690* 3000-PURGE-AUDIT - EVERY AUDIT IMAGE IS HISTORY ONCE WRITTEN,
007700* SO IT GOES ON THE DATE OF THE CHANGE IT RECORDS
007710*================================================================
007720 3000-PURGE-AUDIT.
007730     MOVE 2 TO WS-FILE-IX.
007740     PERFORM 8000-BEGIN-FILE THRU 8000-EXIT.
007741     IF WS-PURGE-STATUS = 'F'
007742         PERFORM 3300-RESTORE-KEPT-IMAGES THRU 3300-EXIT
007743         PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT
007744         GO TO 3000-EXIT
007745     END-IF.
007750     IF WS-PURGE-STATUS NOT = 'P'
007760         GO TO 3000-EXIT
007770     END-IF.
007780     OPEN INPUT ACCT-AUDIT-FILE.
007790     IF WS-AUDT-FILE-STATUS = '35'
007800         MOVE 'U' TO WS-PURGE-STATUS
007810         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
007820         GO TO 3000-EXIT
007830     END-IF.
007840     IF WS-AUDT-FILE-STATUS NOT = '00'
007850         DISPLAY 'ERROR: UNABLE TO OPEN ACCTAUDT, STATUS: '
007860                 WS-AUDT-FILE-STATUS
007870         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
007880     END-IF.
007890     OPEN OUTPUT AUDIT-ARCHIVE-FILE.
007900     IF WS-AARC-FILE-STATUS NOT = '00'
007910         DISPLAY 'ERROR: UNABLE TO OPEN AUDTARCH, STATUS: '
007920                 WS-AARC-FILE-STATUS
007930         CLOSE ACCT-AUDIT-FILE
007940         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
007950     END-IF.
007960     OPEN OUTPUT AUDIT-KEEP-FILE.
007970     IF WS-AKEP-FILE-STATUS NOT = '00'
007980         DISPLAY 'ERROR: UNABLE TO OPEN AUDTKEEP, STATUS: '
007990                 WS-AKEP-FILE-STATUS
008000         CLOSE ACCT-AUDIT-FILE
008010         CLOSE AUDIT-ARCHIVE-FILE
008020         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
008030     END-IF.
008040
008050     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
008060     PERFORM 3100-SELECT-AUDIT-IMAGE THRU 3100-EXIT
008070         UNTIL END-OF-SOURCE.
008080     CLOSE ACCT-AUDIT-FILE.
008090     CLOSE AUDIT-ARCHIVE-FILE.
008100     CLOSE AUDIT-KEEP-FILE.
008110
008120     PERFORM 8050-PROVE-COUNTS THRU 8050-EXIT.
008130     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
008140     IF WS-ARCHIVED-COUNT > ZERO
008150         PERFORM 3300-RESTORE-KEPT-IMAGES THRU 3300-EXIT
008160     END-IF.
008165     PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT.
008170 3000-EXIT.
008180     EXIT.
008190
008200 3100-SELECT-AUDIT-IMAGE.
008210     READ ACCT-AUDIT-FILE
008220         AT END
008230             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
008240             GO TO 3100-EXIT
008250     END-READ.
008260     ADD 1 TO WS-READ-COUNT.
008270     IF AUD-UPDATE-TIMESTAMP (1:8) NOT NUMERIC
008280         GO TO 3100-KEEP
008290     END-IF.
008300     MOVE AUD-UPDATE-TIMESTAMP (1:8) TO WS-RECORD-DATE.
008310     IF WS-RECORD-DATE NOT < RT-CUTOFF-DATE (WS-FILE-IX)
008320         GO TO 3100-KEEP
008330     END-IF.
008340     MOVE ACCT-AUDIT-RECORD TO AUDIT-ARCHIVE-RECORD.
008350     WRITE AUDIT-ARCHIVE-RECORD.
008360     IF WS-AARC-FILE-STATUS NOT = '00'
008370         DISPLAY 'ERROR: ARCHIVE WRITE FAILED, STATUS: '
008380                 WS-AARC-FILE-STATUS
008390         DISPLAY 'LIVE ACCTAUDT LEFT UNTOUCHED'
008400         CLOSE ACCT-AUDIT-FILE
008410         CLOSE AUDIT-ARCHIVE-FILE
008420         CLOSE AUDIT-KEEP-FILE
008430         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
008440     END-IF.
008450     ADD 1 TO WS-ARCHIVED-COUNT.
008460     GO TO 3100-EXIT.
008470 3100-KEEP.
008480     MOVE ACCT-AUDIT-RECORD TO AUDIT-KEEP-RECORD.
008490     WRITE AUDIT-KEEP-RECORD.
008500     IF WS-AKEP-FILE-STATUS NOT = '00'
008510         DISPLAY 'ERROR: KEEP FILE WRITE FAILED, STATUS: '
008520                 WS-AKEP-FILE-STATUS
008530         DISPLAY 'LIVE ACCTAUDT LEFT UNTOUCHED'
008540         CLOSE ACCT-AUDIT-FILE
008550         CLOSE AUDIT-ARCHIVE-FILE
008560         CLOSE AUDIT-KEEP-FILE
008570         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
008580     END-IF.
008590     ADD 1 TO WS-KEPT-COUNT.
008600 3100-EXIT.
008610     EXIT.
008620
008630 3300-RESTORE-KEPT-IMAGES.
008640     OPEN INPUT AUDIT-KEEP-FILE.
008650     IF WS-AKEP-FILE-STATUS NOT = '00'
008660         DISPLAY 'ERROR: UNABLE TO REOPEN AUDTKEEP, STATUS: '
008670                 WS-AKEP-FILE-STATUS
008680         DISPLAY 'LIVE ACCTAUDT LEFT UNTOUCHED'
008690         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
008700     END-IF.
008710     OPEN OUTPUT ACCT-AUDIT-FILE.
008720     IF WS-AUDT-FILE-STATUS NOT = '00'
008730         DISPLAY 'ERROR: UNABLE TO RESTART ACCTAUDT, STATUS: '
008740                 WS-AUDT-FILE-STATUS
008750         CLOSE AUDIT-KEEP-FILE
008760         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
008770     END-IF.
008780     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
008790     PERFORM 3310-RESTORE-ONE-IMAGE THRU 3310-EXIT
008800         UNTIL END-OF-SOURCE.
008810     CLOSE AUDIT-KEEP-FILE.
008820     CLOSE ACCT-AUDIT-FILE.
008830     PERFORM 8150-PROVE-APPLIED THRU 8150-EXIT.
008840 3300-EXIT.
008850     EXIT.
008860
008870 3310-RESTORE-ONE-IMAGE.
008880     READ AUDIT-KEEP-FILE
008890         AT END
008900             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
008910             GO TO 3310-EXIT
008920     END-READ.
008930     MOVE AUDIT-KEEP-RECORD TO ACCT-AUDIT-RECORD.
008940     WRITE ACCT-AUDIT-RECORD.
008941     IF WS-AUDT-FILE-STATUS NOT = '00'
008942         DISPLAY 'ERROR: ACCTAUDT RESTORE WRITE FAILED, STATUS: '
008943                 WS-AUDT-FILE-STATUS
008944         CLOSE AUDIT-KEEP-FILE
008945         CLOSE ACCT-AUDIT-FILE
008946         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
008947     END-IF.
008950     ADD 1 TO WS-APPLIED-COUNT.
008960 3310-EXIT.
008970     EXIT.
008980
008990*================================================================
009000* 4000-PURGE-WAREHOUSE - ITEMS RELEASED OR EXPIRED BEFORE THE
009010* CUTOFF.  ITEMS STILL HELD STAY WHATEVER THEIR AGE.
009020*================================================================
009030 4000-PURGE-WAREHOUSE.
009040     MOVE 3 TO WS-FILE-IX.
009050     PERFORM 8000-BEGIN-FILE THRU 8000-EXIT.
009051     IF WS-PURGE-STATUS = 'F'
009052         PERFORM 4300-RESTORE-KEPT-ITEMS THRU 4300-EXIT
009053         PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT
009054         GO TO 4000-EXIT
009055     END-IF.
009060     IF WS-PURGE-STATUS NOT = 'P'
009070         GO TO 4000-EXIT
009080     END-IF.
009090     OPEN INPUT WAREHOUSE-FILE.
009100     IF WS-WHSE-FILE-STATUS = '35'
009110         MOVE 'U' TO WS-PURGE-STATUS
009120         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
009130         GO TO 4000-EXIT
009140     END-IF.
009150     IF WS-WHSE-FILE-STATUS NOT = '00'
009160         DISPLAY 'ERROR: UNABLE TO OPEN TRXWHSE, STATUS: '
009170                 WS-WHSE-FILE-STATUS
009180         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
009190     END-IF.
009200     OPEN OUTPUT WHSE-ARCHIVE-FILE.
009210     IF WS-WARC-FILE-STATUS NOT = '00'
009220         DISPLAY 'ERROR: UNABLE TO OPEN WHSEARCH, STATUS: '
009230                 WS-WARC-FILE-STATUS
009240         CLOSE WAREHOUSE-FILE
009250         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
009260     END-IF.
009270     OPEN OUTPUT WHSE-KEEP-FILE.
009280     IF WS-WKEP-FILE-STATUS NOT = '00'
009290         DISPLAY 'ERROR: UNABLE TO OPEN WHSEKEEP, STATUS: '
009300                 WS-WKEP-FILE-STATUS
009310         CLOSE WAREHOUSE-FILE
009320         CLOSE WHSE-ARCHIVE-FILE
009330         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
009340     END-IF.
009350
009360     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
009370     PERFORM 4100-SELECT-ITEM THRU 4100-EXIT
009380         UNTIL END-OF-SOURCE.
009390     CLOSE WAREHOUSE-FILE.
009400     CLOSE WHSE-ARCHIVE-FILE.
009410     CLOSE WHSE-KEEP-FILE.
009420
009430     PERFORM 8050-PROVE-COUNTS THRU 8050-EXIT.
009440     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
009450     IF WS-ARCHIVED-COUNT > ZERO
009460         PERFORM 4300-RESTORE-KEPT-ITEMS THRU 4300-EXIT
009470     END-IF.
009475     PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT.
009480 4000-EXIT.
009490     EXIT.
009500
009510 4100-SELECT-ITEM.
009520     READ WAREHOUSE-FILE
009530         AT END
009540             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
009550             GO TO 4100-EXIT
009560     END-READ.
009570     ADD 1 TO WS-READ-COUNT.
009580     IF WH-STILL-HELD
009590         GO TO 4100-KEEP
009600     END-IF.
009610     MOVE WH-WORKED-DATE TO WS-RECORD-DATE.
009620     IF WS-RECORD-DATE = ZERO
009630         MOVE WH-WAREHOUSED-DATE TO WS-RECORD-DATE
009640     END-IF.
009650     IF WS-RECORD-DATE NOT < RT-CUTOFF-DATE (WS-FILE-IX)
009660         GO TO 4100-KEEP
009670     END-IF.
009680     MOVE WAREHOUSE-RECORD TO WHSE-ARCHIVE-RECORD.
009690     WRITE WHSE-ARCHIVE-RECORD.
009700     IF WS-WARC-FILE-STATUS NOT = '00'
009710         DISPLAY 'ERROR: ARCHIVE WRITE FAILED, STATUS: '
009720                 WS-WARC-FILE-STATUS
009730         DISPLAY 'LIVE TRXWHSE LEFT UNTOUCHED'
009740         CLOSE WAREHOUSE-FILE
009750         CLOSE WHSE-ARCHIVE-FILE
009760         CLOSE WHSE-KEEP-FILE
009770         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
009780     END-IF.
009790     ADD 1 TO WS-ARCHIVED-COUNT.
009800     ADD WH-TRX-AMOUNT TO WS-ARCHIVED-TOTAL.
009810     GO TO 4100-EXIT.
009820 4100-KEEP.
009830     MOVE WAREHOUSE-RECORD TO WHSE-KEEP-RECORD.
009840     WRITE WHSE-KEEP-RECORD.
009850     IF WS-WKEP-FILE-STATUS NOT = '00'
009860         DISPLAY 'ERROR: KEEP FILE WRITE FAILED, STATUS: '
009870                 WS-WKEP-FILE-STATUS
009880         DISPLAY 'LIVE TRXWHSE LEFT UNTOUCHED'
009890         CLOSE WAREHOUSE-FILE
009900         CLOSE WHSE-ARCHIVE-FILE
009910         CLOSE WHSE-KEEP-FILE
009920         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
009930     END-IF.
009940     ADD 1 TO WS-KEPT-COUNT.
009950 4100-EXIT.
009960     EXIT.
009970
009980 4300-RESTORE-KEPT-ITEMS.
009990     OPEN INPUT WHSE-KEEP-FILE.
010000     IF WS-WKEP-FILE-STATUS NOT = '00'
010010         DISPLAY 'ERROR: UNABLE TO REOPEN WHSEKEEP, STATUS: '
010020                 WS-WKEP-FILE-STATUS
010030         DISPLAY 'LIVE TRXWHSE LEFT UNTOUCHED'
010040         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
010050     END-IF.
010060     OPEN OUTPUT WAREHOUSE-FILE.
010070     IF WS-WHSE-FILE-STATUS NOT = '00'
010080         DISPLAY 'ERROR: UNABLE TO RESTART TRXWHSE, STATUS: '
010090                 WS-WHSE-FILE-STATUS
010100         CLOSE WHSE-KEEP-FILE
010110         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
010120     END-IF.
010130     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
010140     PERFORM 4310-RESTORE-ONE-ITEM THRU 4310-EXIT
010150         UNTIL END-OF-SOURCE.
010160     CLOSE WHSE-KEEP-FILE.
010170     CLOSE WAREHOUSE-FILE.
010180     PERFORM 8150-PROVE-APPLIED THRU 8150-EXIT.
010190 4300-EXIT.
010200     EXIT.
010210
010220 4310-RESTORE-ONE-ITEM.
010230     READ WHSE-KEEP-FILE
010240         AT END
010250             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
010260             GO TO 4310-EXIT
010270     END-READ.
010280     MOVE WHSE-KEEP-RECORD TO WAREHOUSE-RECORD.
010290     WRITE WAREHOUSE-RECORD.
010291     IF WS-WHSE-FILE-STATUS NOT = '00'
010292         DISPLAY 'ERROR: TRXWHSE RESTORE WRITE FAILED, STATUS: '
010293                 WS-WHSE-FILE-STATUS
010294         CLOSE WHSE-KEEP-FILE
010295         CLOSE WAREHOUSE-FILE
010296         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
010297     END-IF.
010300     ADD 1 TO WS-APPLIED-COUNT.
010310 4310-EXIT.
010320     EXIT.
010330
010340*================================================================
010350* 5000-PURGE-HOLDS - RELEASED AND EXPIRED HOLDS.  A HOLD CARRIES
010360* NO RELEASE DATE, SO ITS AGE RUNS FROM THE LATER OF ITS PLACED
010370* AND EXPIRY DATES.  THE ACCOUNT'S HIGHEST HOLD STAYS, BECAUSE
010380* HOLDMAIN NUMBERS THE NEXT HOLD FROM IT, AND AN ACCOUNT WITH A
010390* HOLDMAIN REQUEST AWAITING APPROVAL KEEPS ALL ITS HOLDS.
010400*================================================================
010410 5000-PURGE-HOLDS.
010420     MOVE 4 TO WS-FILE-IX.
010430     PERFORM 8000-BEGIN-FILE THRU 8000-EXIT.
010431     IF WS-PURGE-STATUS = 'F'
010432         PERFORM 5300-DELETE-ARCHIVED-HOLDS THRU 5300-EXIT
010433         PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT
010434         GO TO 5000-EXIT
010435     END-IF.
010440     IF WS-PURGE-STATUS NOT = 'P'
010450         GO TO 5000-EXIT
010460     END-IF.
010470     IF ACCT-REF-TABLE-OVERFLOWED
010480         DISPLAY 'HOLDFILE NOT PURGED - TOO MANY PENDING '
010490                 'APPROVALS TO CHECK'
010500         MOVE 'R' TO WS-PURGE-STATUS
010510         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
010520         GO TO 5000-EXIT
010530     END-IF.
010540     OPEN INPUT HOLD-FILE.
010550     IF WS-HOLD-FILE-STATUS = '35'
010560         MOVE 'U' TO WS-PURGE-STATUS
010570         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
010580         GO TO 5000-EXIT
010590     END-IF.
010600     IF WS-HOLD-FILE-STATUS NOT = '00'
010610         DISPLAY 'ERROR: UNABLE TO OPEN HOLDFILE, STATUS: '
010620                 WS-HOLD-FILE-STATUS
010630         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
010640     END-IF.
010650     OPEN OUTPUT HOLD-ARCHIVE-FILE.
010660     IF WS-HARC-FILE-STATUS NOT = '00'
010670         DISPLAY 'ERROR: UNABLE TO OPEN HOLDARCH, STATUS: '
010680                 WS-HARC-FILE-STATUS
010690         CLOSE HOLD-FILE
010700         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
010710     END-IF.
010720
010730     MOVE 'HOLDMAIN' TO WS-REF-PROGRAM.
010740     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
010750     PERFORM 5150-READ-HOLD THRU 5150-EXIT.
010760     PERFORM 5100-SELECT-HOLD THRU 5100-EXIT
010770         UNTIL END-OF-SOURCE.
010780     CLOSE HOLD-FILE.
010790     CLOSE HOLD-ARCHIVE-FILE.
010800
010810     PERFORM 8050-PROVE-COUNTS THRU 8050-EXIT.
010820     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
010830     IF WS-ARCHIVED-COUNT > ZERO
010840         PERFORM 5300-DELETE-ARCHIVED-HOLDS THRU 5300-EXIT
010850     END-IF.
010855     PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT.
010860 5000-EXIT.
010870     EXIT.
010880
010890*----------------------------------------------------------------
010900* 5100-SELECT-HOLD - DECIDE THE HOLD NOW IN THE RECORD AREA
010910* ONCE THE NEXT ONE HAS BEEN READ BEHIND IT
010920*----------------------------------------------------------------
010930 5100-SELECT-HOLD.
010940     MOVE HOLD-MASTER-RECORD TO PRIOR-HOLD-RECORD.
010950     ADD 1 TO WS-READ-COUNT.
010960     PERFORM 5150-READ-HOLD THRU 5150-EXIT.
010970     IF END-OF-SOURCE
010980         GO TO 5100-KEEP
010990     END-IF.
011000     IF HD-ACCOUNT-NUMBER NOT = PH-ACCOUNT-NUMBER
011010         GO TO 5100-KEEP
011020     END-IF.
011030     IF PH-ACTIVE-HOLD
011040         GO TO 5100-KEEP
011050     END-IF.
011060     MOVE PH-PLACED-DATE TO WS-RECORD-DATE.
011070     IF PH-EXPIRY-DATE > WS-RECORD-DATE
011080         MOVE PH-EXPIRY-DATE TO WS-RECORD-DATE
011090     END-IF.
011100     IF WS-RECORD-DATE NOT < RT-CUTOFF-DATE (WS-FILE-IX)
011110         GO TO 5100-KEEP
011120     END-IF.
011130     MOVE PH-ACCOUNT-NUMBER TO WS-REF-ACCOUNT.
011140     PERFORM 8300-CHECK-ACCOUNT-REFERENCE THRU 8300-EXIT.
011150     IF RECORD-REFERENCED
011160         ADD 1 TO WS-REFERENCED-COUNT
011170         GO TO 5100-KEEP
011180     END-IF.
011190     MOVE PRIOR-HOLD-RECORD TO HOLD-ARCHIVE-RECORD.
011200     WRITE HOLD-ARCHIVE-RECORD.
011210     IF WS-HARC-FILE-STATUS NOT = '00'
011220         DISPLAY 'ERROR: ARCHIVE WRITE FAILED, STATUS: '
011230                 WS-HARC-FILE-STATUS
011240         DISPLAY 'LIVE HOLDFILE LEFT UNTOUCHED'
011250         CLOSE HOLD-FILE
011260         CLOSE HOLD-ARCHIVE-FILE
011270         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
011280     END-IF.
011290     ADD 1 TO WS-ARCHIVED-COUNT.
011300     ADD PH-HOLD-AMOUNT TO WS-ARCHIVED-TOTAL.
011310     GO TO 5100-EXIT.
011320 5100-KEEP.
011330     ADD 1 TO WS-KEPT-COUNT.
011340 5100-EXIT.
011350     EXIT.
011360
011370 5150-READ-HOLD.
011380     READ HOLD-FILE NEXT RECORD
011390         AT END
011400             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
011410     END-READ.
011420 5150-EXIT.
011430     EXIT.
011440
011450*----------------------------------------------------------------
011460* 5300-DELETE-ARCHIVED-HOLDS - TAKE EACH ARCHIVED HOLD OFF THE
011470* LIVE FILE BY ITS KEY, READING BACK THE GENERATION JUST WRITTEN
011480*----------------------------------------------------------------
011490 5300-DELETE-ARCHIVED-HOLDS.
011500     OPEN INPUT HOLD-ARCHIVE-FILE.
011510     IF WS-HARC-FILE-STATUS NOT = '00'
011520         DISPLAY 'ERROR: UNABLE TO REOPEN HOLDARCH, STATUS: '
011530                 WS-HARC-FILE-STATUS
011540         DISPLAY 'LIVE HOLDFILE LEFT UNTOUCHED'
011550         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
011560     END-IF.
011570     OPEN I-O HOLD-FILE.
011580     IF WS-HOLD-FILE-STATUS NOT = '00'
011590         DISPLAY 'ERROR: UNABLE TO OPEN HOLDFILE, STATUS: '
011600                 WS-HOLD-FILE-STATUS
011610         CLOSE HOLD-ARCHIVE-FILE
011620         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
011630     END-IF.
011640     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
011650     PERFORM 5310-DELETE-ONE-HOLD THRU 5310-EXIT
011660         UNTIL END-OF-SOURCE.
011670     CLOSE HOLD-ARCHIVE-FILE.
011680     CLOSE HOLD-FILE.
011690     PERFORM 8150-PROVE-APPLIED THRU 8150-EXIT.
011700 5300-EXIT.
011710     EXIT.
011720
011730 5310-DELETE-ONE-HOLD.
011740     READ HOLD-ARCHIVE-FILE
011750         AT END
011760             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
011770             GO TO 5310-EXIT
011780     END-READ.
011790     MOVE HA-HOLD-KEY TO HD-HOLD-KEY.
011800     DELETE HOLD-FILE
011810         INVALID KEY
011812             IF FINISHING-EARLIER-PURGE
011814                 ADD 1 TO WS-APPLIED-COUNT
011816                 GO TO 5310-EXIT
011818             END-IF
011820             DISPLAY 'ERROR: ARCHIVED HOLD NOT ON FILE: '
011830                     HA-ACCOUNT-NUMBER ' ' HA-HOLD-SEQUENCE
011840             GO TO 5310-EXIT
011850     END-DELETE.
011860     ADD 1 TO WS-APPLIED-COUNT.
011870 5310-EXIT.
011880     EXIT.
011890
011900*================================================================
011910* 6000-PURGE-ORDERS - CANCELLED ORDERS.  AN ORDER CARRIES NO
011920* CANCEL DATE, SO ITS AGE RUNS FROM THE LATEST OF ITS LAST
011930* GENERATION, NEXT DUE AND EXPIRY DATES.  AN ORDER A PENDING
011940* S/O REJECT NAMES, OR WHOSE ACCOUNT HAS A STORMAIN REQUEST
011950* AWAITING APPROVAL, STAYS.
011960*================================================================
011970 6000-PURGE-ORDERS.
011980     MOVE 5 TO WS-FILE-IX.
011990     PERFORM 8000-BEGIN-FILE THRU 8000-EXIT.
011991     IF WS-PURGE-STATUS = 'F'
011992         PERFORM 6300-DELETE-ARCHIVED-ORDERS THRU 6300-EXIT
011993         PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT
011994         GO TO 6000-EXIT
011995     END-IF.
012000     IF WS-PURGE-STATUS NOT = 'P'
012010         GO TO 6000-EXIT
012020     END-IF.
012030     IF ACCT-REF-TABLE-OVERFLOWED
012040             OR ORDER-REF-TABLE-OVERFLOWED
012050         DISPLAY 'STORDR NOT PURGED - TOO MANY OPEN ITEMS '
012060                 'TO CHECK'
012070         MOVE 'R' TO WS-PURGE-STATUS
012080         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
012090         GO TO 6000-EXIT
012100     END-IF.
012110     OPEN INPUT STANDING-ORDER-FILE.
012120     IF WS-ORDR-FILE-STATUS = '35'
012130         MOVE 'U' TO WS-PURGE-STATUS
012140         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
012150         GO TO 6000-EXIT
012160     END-IF.
012170     IF WS-ORDR-FILE-STATUS NOT = '00'
012180         DISPLAY 'ERROR: UNABLE TO OPEN STORDR, STATUS: '
012190                 WS-ORDR-FILE-STATUS
012200         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
012210     END-IF.
012220     OPEN OUTPUT ORDER-ARCHIVE-FILE.
012230     IF WS-OARC-FILE-STATUS NOT = '00'
012240         DISPLAY 'ERROR: UNABLE TO OPEN STORARCH, STATUS: '
012250                 WS-OARC-FILE-STATUS
012260         CLOSE STANDING-ORDER-FILE
012270         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
012280     END-IF.
012290
012300     MOVE 'STORMAIN' TO WS-REF-PROGRAM.
012310     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
012320     PERFORM 6100-SELECT-ORDER THRU 6100-EXIT
012330         UNTIL END-OF-SOURCE.
012340     CLOSE STANDING-ORDER-FILE.
012350     CLOSE ORDER-ARCHIVE-FILE.
012360
012370     PERFORM 8050-PROVE-COUNTS THRU 8050-EXIT.
012380     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
012390     IF WS-ARCHIVED-COUNT > ZERO
012400         PERFORM 6300-DELETE-ARCHIVED-ORDERS THRU 6300-EXIT
012410     END-IF.
012415     PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT.
012420 6000-EXIT.
012430     EXIT.
012440
012450 6100-SELECT-ORDER.
012460     READ STANDING-ORDER-FILE NEXT RECORD
012470         AT END
012480             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
012490             GO TO 6100-EXIT
012500     END-READ.
012510     ADD 1 TO WS-READ-COUNT.
012520     IF NOT SO-CANCELLED-ORDER
012530         GO TO 6100-KEEP
012540     END-IF.
012550     MOVE SO-LAST-GEN-DATE TO WS-RECORD-DATE.
012560     IF SO-NEXT-DUE-DATE > WS-RECORD-DATE
012570         MOVE SO-NEXT-DUE-DATE TO WS-RECORD-DATE
012580     END-IF.
012590     IF SO-EXPIRY-DATE > WS-RECORD-DATE
012600         MOVE SO-EXPIRY-DATE TO WS-RECORD-DATE
012610     END-IF.
012620     IF WS-RECORD-DATE NOT < RT-CUTOFF-DATE (WS-FILE-IX)
012630         GO TO 6100-KEEP
012640     END-IF.
012650     MOVE 'N' TO WS-REFERENCE-SWITCH.
012660     PERFORM 6150-CHECK-ORDER-REFERENCE THRU 6150-EXIT
012670         VARYING WS-ORDER-REF-IX FROM 1 BY 1
012680         UNTIL WS-ORDER-REF-IX > WS-ORDER-REF-COUNT.
012690     IF NOT RECORD-REFERENCED
012700         MOVE SO-ACCOUNT-NUMBER TO WS-REF-ACCOUNT
012710         PERFORM 8300-CHECK-ACCOUNT-REFERENCE THRU 8300-EXIT
012720     END-IF.
012730     IF RECORD-REFERENCED
012740         ADD 1 TO WS-REFERENCED-COUNT
012750         GO TO 6100-KEEP
012760     END-IF.
012770     MOVE STANDING-ORDER-RECORD TO ORDER-ARCHIVE-RECORD.
012780     WRITE ORDER-ARCHIVE-RECORD.
012790     IF WS-OARC-FILE-STATUS NOT = '00'
012800         DISPLAY 'ERROR: ARCHIVE WRITE FAILED, STATUS: '
012810                 WS-OARC-FILE-STATUS
012820         DISPLAY 'LIVE STORDR LEFT UNTOUCHED'
012830         CLOSE STANDING-ORDER-FILE
012840         CLOSE ORDER-ARCHIVE-FILE
012850         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
012860     END-IF.
012870     ADD 1 TO WS-ARCHIVED-COUNT.
012880     ADD SO-AMOUNT TO WS-ARCHIVED-TOTAL.
012890     GO TO 6100-EXIT.
012900 6100-KEEP.
012910     ADD 1 TO WS-KEPT-COUNT.
012920 6100-EXIT.
012930     EXIT.
012940
012950 6150-CHECK-ORDER-REFERENCE.
012960     IF OX-ORDER-NUMBER (WS-ORDER-REF-IX) = SO-ORDER-NUMBER
012970         MOVE 'Y' TO WS-REFERENCE-SWITCH
012980         MOVE WS-ORDER-REF-COUNT TO WS-ORDER-REF-IX
012990     END-IF.
013000 6150-EXIT.
013010     EXIT.
013020
013030 6300-DELETE-ARCHIVED-ORDERS.
013040     OPEN INPUT ORDER-ARCHIVE-FILE.
013050     IF WS-OARC-FILE-STATUS NOT = '00'
013060         DISPLAY 'ERROR: UNABLE TO REOPEN STORARCH, STATUS: '
013070                 WS-OARC-FILE-STATUS
013080         DISPLAY 'LIVE STORDR LEFT UNTOUCHED'
013090         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
013100     END-IF.
013110     OPEN I-O STANDING-ORDER-FILE.
013120     IF WS-ORDR-FILE-STATUS NOT = '00'
013130         DISPLAY 'ERROR: UNABLE TO OPEN STORDR, STATUS: '
013140                 WS-ORDR-FILE-STATUS
013150         CLOSE ORDER-ARCHIVE-FILE
013160         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
013170     END-IF.
013180     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
013190     PERFORM 6310-DELETE-ONE-ORDER THRU 6310-EXIT
013200         UNTIL END-OF-SOURCE.
013210     CLOSE ORDER-ARCHIVE-FILE.
013220     CLOSE STANDING-ORDER-FILE.
013230     PERFORM 8150-PROVE-APPLIED THRU 8150-EXIT.
013240 6300-EXIT.
013250     EXIT.
013260
013270 6310-DELETE-ONE-ORDER.
013280     READ ORDER-ARCHIVE-FILE
013290         AT END
013300             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
013310             GO TO 6310-EXIT
013320     END-READ.
013330     MOVE OA-ORDER-NUMBER TO SO-ORDER-NUMBER.
013340     DELETE STANDING-ORDER-FILE
013350         INVALID KEY
013352             IF FINISHING-EARLIER-PURGE
013354                 ADD 1 TO WS-APPLIED-COUNT
013356                 GO TO 6310-EXIT
013358             END-IF
013360             DISPLAY 'ERROR: ARCHIVED ORDER NOT ON FILE: '
013370                     OA-ORDER-NUMBER
013380             GO TO 6310-EXIT
013390     END-DELETE.
013400     ADD 1 TO WS-APPLIED-COUNT.
013410 6310-EXIT.
013420     EXIT.
013430
013440*================================================================
013450* 7000-PURGE-RUN-CONTROL - COMPLETED RUNS THAT RAN BEFORE THE
013460* CUTOFF.  A RUN STILL 'STARTED' NEVER REACHED ITS CLEAN END
013470* AND STAYS UNTIL IT DOES.  RUNCTLM HOLDS RUNCTL OPEN ONLY
013480* WITHIN EACH CALL, SO THIS RUN'S OWN START RECORD IS ON FILE
013490* AND IS KEPT AS CURRENT.
013500*================================================================
013510 7000-PURGE-RUN-CONTROL.
013520     MOVE 6 TO WS-FILE-IX.
013530     PERFORM 8000-BEGIN-FILE THRU 8000-EXIT.
013531     IF WS-PURGE-STATUS = 'F'
013532         PERFORM 7300-DELETE-ARCHIVED-RUNS THRU 7300-EXIT
013533         PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT
013534         GO TO 7000-EXIT
013535     END-IF.
013540     IF WS-PURGE-STATUS NOT = 'P'
013550         GO TO 7000-EXIT
013560     END-IF.
013570     OPEN INPUT RUN-CONTROL-FILE.
013580     IF WS-RCTL-FILE-STATUS = '35'
013590         MOVE 'U' TO WS-PURGE-STATUS
013600         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
013610         GO TO 7000-EXIT
013620     END-IF.
013630     IF WS-RCTL-FILE-STATUS NOT = '00'
013640         DISPLAY 'ERROR: UNABLE TO OPEN RUNCTL, STATUS: '
013650                 WS-RCTL-FILE-STATUS
013660         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
013670     END-IF.
013680     OPEN OUTPUT RUN-ARCHIVE-FILE.
013690     IF WS-RARC-FILE-STATUS NOT = '00'
013700         DISPLAY 'ERROR: UNABLE TO OPEN RUNCARCH, STATUS: '
013710                 WS-RARC-FILE-STATUS
013720         CLOSE RUN-CONTROL-FILE
013730         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
013740     END-IF.
013750
013760     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
013770     PERFORM 7100-SELECT-RUN THRU 7100-EXIT
013780         UNTIL END-OF-SOURCE.
013790     CLOSE RUN-CONTROL-FILE.
013800     CLOSE RUN-ARCHIVE-FILE.
013810
013820     PERFORM 8050-PROVE-COUNTS THRU 8050-EXIT.
013830     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
013840     IF WS-ARCHIVED-COUNT > ZERO
013850         PERFORM 7300-DELETE-ARCHIVED-RUNS THRU 7300-EXIT
013860     END-IF.
013865     PERFORM 8160-WRITE-APPLIED-RECORD THRU 8160-EXIT.
013870 7000-EXIT.
013880     EXIT.
013890
013900 7100-SELECT-RUN.
013910     READ RUN-CONTROL-FILE NEXT RECORD
013920         AT END
013930             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
013940             GO TO 7100-EXIT
013950     END-READ.
013960     ADD 1 TO WS-READ-COUNT.
013970     IF NOT RL-RUN-COMPLETED
013980         GO TO 7100-KEEP
013990     END-IF.
014000     IF RL-RUN-DATE NOT < RT-CUTOFF-DATE (WS-FILE-IX)
014010         GO TO 7100-KEEP
014020     END-IF.
014030     MOVE RUN-LOG-RECORD TO RUN-ARCHIVE-RECORD.
014040     WRITE RUN-ARCHIVE-RECORD.
014050     IF WS-RARC-FILE-STATUS NOT = '00'
014060         DISPLAY 'ERROR: ARCHIVE WRITE FAILED, STATUS: '
014070                 WS-RARC-FILE-STATUS
014080         DISPLAY 'LIVE RUNCTL LEFT UNTOUCHED'
014090         CLOSE RUN-CONTROL-FILE
014100         CLOSE RUN-ARCHIVE-FILE
014110         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
014120     END-IF.
014130     ADD 1 TO WS-ARCHIVED-COUNT.
014140     ADD RL-RECORD-COUNT TO WS-ARCHIVED-TOTAL.
014150     GO TO 7100-EXIT.
014160 7100-KEEP.
014170     ADD 1 TO WS-KEPT-COUNT.
014180 7100-EXIT.
014190     EXIT.
014200
014210 7300-DELETE-ARCHIVED-RUNS.
014220     OPEN INPUT RUN-ARCHIVE-FILE.
014230     IF WS-RARC-FILE-STATUS NOT = '00'
014240         DISPLAY 'ERROR: UNABLE TO REOPEN RUNCARCH, STATUS: '
014250                 WS-RARC-FILE-STATUS
014260         DISPLAY 'LIVE RUNCTL LEFT UNTOUCHED'
014270         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
014280     END-IF.
014290     OPEN I-O RUN-CONTROL-FILE.
014300     IF WS-RCTL-FILE-STATUS NOT = '00'
014310         DISPLAY 'ERROR: UNABLE TO OPEN RUNCTL, STATUS: '
014320                 WS-RCTL-FILE-STATUS
014330         CLOSE RUN-ARCHIVE-FILE
014340         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
014350     END-IF.
014360     MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
014370     PERFORM 7310-DELETE-ONE-RUN THRU 7310-EXIT
014380         UNTIL END-OF-SOURCE.
014390     CLOSE RUN-ARCHIVE-FILE.
014400     CLOSE RUN-CONTROL-FILE.
014410     PERFORM 8150-PROVE-APPLIED THRU 8150-EXIT.
014420 7300-EXIT.
014430     EXIT.
014440
014450 7310-DELETE-ONE-RUN.
014460     READ RUN-ARCHIVE-FILE
014470         AT END
014480             MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
014490             GO TO 7310-EXIT
014500     END-READ.
014510     MOVE RA-RUN-KEY TO RL-RUN-KEY.
014520     DELETE RUN-CONTROL-FILE
014530         INVALID KEY
014532             IF FINISHING-EARLIER-PURGE
014534                 ADD 1 TO WS-APPLIED-COUNT
014536                 GO TO 7310-EXIT
014538             END-IF
014540             DISPLAY 'ERROR: ARCHIVED RUN NOT ON FILE: '
014550                     RA-PROGRAM-NAME ' ' RA-PERIOD
014560             GO TO 7310-EXIT
014570     END-DELETE.
014580     ADD 1 TO WS-APPLIED-COUNT.
014590 7310-EXIT.
014600     EXIT.
014610
014620*================================================================
014630* 8000-BEGIN-FILE - CLEAR THE COUNTS FOR THE FILE AT WS-FILE-IX
014640* AND DECIDE WHETHER IT IS PURGED THIS RUN.  A FILE WITH NO
014650* RETENTION GETS ITS CONTROL RECORD HERE; ONE ALREADY PURGED
014660* TODAY GETS NONE, ITS RECORD BEING ON FILE ALREADY.  ONE AN
014663* EARLIER ATTEMPT PURGED BUT NEVER APPLIED TAKES BACK THAT
014666* ATTEMPT'S COUNTS AND IS FINISHED ('F') - A SEQUENTIAL FILE
014668* ONLY ON THE DAY IT WAS PURGED.  RELOADING AN OLDER KEEP FILE
014670* WOULD LOSE EVERYTHING WRITTEN TO THE LIVE FILE SINCE, SO THAT
014672* PURGE IS REFUSED ('R') AND ITS KEEP AND ARCHIVE FILES ARE
014674* NAMED FOR OPERATIONS TO RECOVER FROM.
014676*================================================================
014680 8000-BEGIN-FILE.
014690     MOVE 'P'  TO WS-PURGE-STATUS.
014700     MOVE ZERO TO WS-READ-COUNT.
014710     MOVE ZERO TO WS-KEPT-COUNT.
014720     MOVE ZERO TO WS-REFERENCED-COUNT.
014730     MOVE ZERO TO WS-ARCHIVED-COUNT.
014740     MOVE ZERO TO WS-ARCHIVED-TOTAL.
014750     MOVE ZERO TO WS-APPLIED-COUNT.
014751     MOVE 'N'  TO WS-FINISHING-SWITCH.
014752     IF RT-APPLY-PENDING (WS-FILE-IX)
014753             AND WS-FILE-IX < 4
014754             AND RT-PENDING-DATE (WS-FILE-IX) NOT = WS-RUN-DATE
014755         DISPLAY FN-FILE-NAME (WS-FILE-IX) ' PURGED '
014756                 RT-PENDING-DATE (WS-FILE-IX)
014757                 ' BUT NEVER APPLIED - NOT PURGED'
014758         DISPLAY 'RECOVER ' FN-FILE-NAME (WS-FILE-IX)
014759                 ' BY HAND FROM THE '
014760                 FK-KEEP-NAME (WS-FILE-IX) ' AND '
014761                 FK-ARCHIVE-NAME (WS-FILE-IX)
014762                 ' GENERATIONS OF ' RT-PENDING-DATE (WS-FILE-IX)
014763         MOVE 'R' TO WS-PURGE-STATUS
014764         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
014765         GO TO 8000-EXIT
014766     END-IF.
014767     IF RT-APPLY-PENDING (WS-FILE-IX)
014768         DISPLAY FN-FILE-NAME (WS-FILE-IX)
014769                 ' PURGED BUT NOT APPLIED - FINISHING IT'
014770         MOVE 'F' TO WS-PURGE-STATUS
014771         MOVE 'Y' TO WS-FINISHING-SWITCH
014772         MOVE RT-READ-COUNT (WS-FILE-IX) TO WS-READ-COUNT
014773         MOVE RT-KEPT-COUNT (WS-FILE-IX) TO WS-KEPT-COUNT
014774         MOVE RT-REFERENCED-COUNT (WS-FILE-IX)
014775             TO WS-REFERENCED-COUNT
014776         MOVE RT-ARCHIVED-COUNT (WS-FILE-IX)
014777             TO WS-ARCHIVED-COUNT
014778         MOVE RT-ARCHIVED-TOTAL (WS-FILE-IX)
014779             TO WS-ARCHIVED-TOTAL
014780         ADD WS-ARCHIVED-COUNT TO WS-RUN-ARCHIVED-COUNT
014781         GO TO 8000-EXIT
014782     END-IF.
014783     IF RT-PURGED-TODAY (WS-FILE-IX)
014784         DISPLAY FN-FILE-NAME (WS-FILE-IX)
014785                 ' ALREADY PURGED TODAY - NOT PURGED AGAIN'
014790         MOVE 'D' TO WS-PURGE-STATUS
014800         GO TO 8000-EXIT
014810     END-IF.
014820     IF RT-RETENTION-DAYS (WS-FILE-IX) = ZERO
014830         MOVE 'N' TO WS-PURGE-STATUS
014840         PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
014850     END-IF.
014860 8000-EXIT.
014870     EXIT.
014880
014890*----------------------------------------------------------------
014900* 8050-PROVE-COUNTS - EVERY RECORD READ WAS EITHER KEPT OR
014910* ARCHIVED, OR THE LIVE FILE IS NOT TOUCHED
014920*----------------------------------------------------------------
014930 8050-PROVE-COUNTS.
014940     COMPUTE WS-CHECK-COUNT = WS-KEPT-COUNT + WS-ARCHIVED-COUNT.
014950     IF WS-CHECK-COUNT NOT = WS-READ-COUNT
014960         DISPLAY 'ERROR: ' FN-FILE-NAME (WS-FILE-IX)
014970                 ' COUNTS DO NOT PROVE - READ ' WS-READ-COUNT
014980                 ' KEPT ' WS-KEPT-COUNT
014990                 ' ARCHIVED ' WS-ARCHIVED-COUNT
015000         DISPLAY 'LIVE ' FN-FILE-NAME (WS-FILE-IX)
015010                 ' LEFT UNTOUCHED'
015020         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
015030     END-IF.
015040 8050-EXIT.
015050     EXIT.
015060
015070 8100-WRITE-CONTROL-RECORD.
015080     MOVE WS-RUN-DATE          TO PC-RUN-DATE.
015090     MOVE FN-FILE-NAME (WS-FILE-IX) TO PC-FILE-NAME.
015100     MOVE WS-PURGE-STATUS      TO PC-PURGE-STATUS.
015110     MOVE RT-RETENTION-DAYS (WS-FILE-IX) TO PC-RETENTION-DAYS.
015120     MOVE RT-CUTOFF-DATE (WS-FILE-IX)    TO PC-CUTOFF-DATE.
015130     MOVE WS-READ-COUNT        TO PC-READ-COUNT.
015140     MOVE WS-KEPT-COUNT        TO PC-KEPT-COUNT.
015150     MOVE WS-REFERENCED-COUNT  TO PC-REFERENCED-COUNT.
015160     MOVE WS-ARCHIVED-COUNT    TO PC-ARCHIVED-COUNT.
015170     MOVE WS-ARCHIVED-TOTAL    TO PC-ARCHIVED-TOTAL.
015180     WRITE PURGE-CONTROL-RECORD.
015190     IF WS-PCTL-FILE-STATUS NOT = '00'
015200         DISPLAY 'ERROR: CONTROL WRITE FAILED, STATUS: '
015210                 WS-PCTL-FILE-STATUS
015220         DISPLAY 'LIVE ' FN-FILE-NAME (WS-FILE-IX)
015230                 ' LEFT UNTOUCHED'
015240         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
015250     END-IF.
015255     IF WS-PURGE-STATUS = 'P'
015260         ADD WS-ARCHIVED-COUNT TO WS-RUN-ARCHIVED-COUNT
015265     END-IF.
015270     DISPLAY FN-FILE-NAME (WS-FILE-IX)
015280             ' STATUS ' WS-PURGE-STATUS
015290             ' READ ' WS-READ-COUNT
015300             ' KEPT ' WS-KEPT-COUNT
015310             ' REFERENCED ' WS-REFERENCED-COUNT
015320             ' ARCHIVED ' WS-ARCHIVED-COUNT.
015330 8100-EXIT.
015340     EXIT.
015350
015360*----------------------------------------------------------------
015370* 8150-PROVE-APPLIED - THE LIVE FILE LOST EXACTLY THE ARCHIVED
015380* RECORDS: A RESTARTED SEQUENTIAL FILE HOLDS THE KEPT COUNT, AN
015390* INDEXED FILE HAD THE ARCHIVED COUNT DELETED.  A MISMATCH
015392* ABANDONS THE RUN BEFORE THE APPLIED RECORD IS WRITTEN.
015400*----------------------------------------------------------------
015410 8150-PROVE-APPLIED.
015420     IF WS-FILE-IX < 4
015430         MOVE WS-KEPT-COUNT TO WS-CHECK-COUNT
015440     ELSE
015450         MOVE WS-ARCHIVED-COUNT TO WS-CHECK-COUNT
015460     END-IF.
015470     IF WS-APPLIED-COUNT NOT = WS-CHECK-COUNT
015480         DISPLAY 'ERROR: ' FN-FILE-NAME (WS-FILE-IX)
015490                 ' PURGE APPLIED ' WS-APPLIED-COUNT
015500                 ' RECORDS, EXPECTED ' WS-CHECK-COUNT
015510                 ' - CHECK AGAINST THE ARCHIVE AND PURGCTL'
015515         PERFORM 8800-ABANDON-RUN THRU 8800-EXIT
015520     END-IF.
015530 8150-EXIT.
015540     EXIT.
015541
015542*----------------------------------------------------------------
015543* 8160-WRITE-APPLIED-RECORD - THE LIVE FILE IS DONE.  WITHOUT
015544* THIS RECORD A RESTART FINISHES THE FILE FROM ITS KEEP FILE OR
015545* ARCHIVE.
015546*----------------------------------------------------------------
015547 8160-WRITE-APPLIED-RECORD.
015548     MOVE 'A' TO WS-PURGE-STATUS.
015549     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
015550 8160-EXIT.
015551     EXIT.
015552
015560*----------------------------------------------------------------
015570* 8300-CHECK-ACCOUNT-REFERENCE - DOES WS-REF-ACCOUNT HAVE A
015580* WS-REF-PROGRAM REQUEST AWAITING APPROVAL
015590*----------------------------------------------------------------
015600 8300-CHECK-ACCOUNT-REFERENCE.
015610     MOVE 'N' TO WS-REFERENCE-SWITCH.
015620     PERFORM 8310-MATCH-ACCOUNT-REFERENCE THRU 8310-EXIT
015630         VARYING WS-ACCT-REF-IX FROM 1 BY 1
015640         UNTIL WS-ACCT-REF-IX > WS-ACCT-REF-COUNT.
015650 8300-EXIT.
015660     EXIT.
015670
015680 8310-MATCH-ACCOUNT-REFERENCE.
015690     IF AX-PROGRAM-NAME (WS-ACCT-REF-IX) = WS-REF-PROGRAM
015700             AND AX-ACCOUNT-NUMBER (WS-ACCT-REF-IX)
015710                 = WS-REF-ACCOUNT
015720         MOVE 'Y' TO WS-REFERENCE-SWITCH
015730         MOVE WS-ACCT-REF-COUNT TO WS-ACCT-REF-IX
015740     END-IF.
015750 8310-EXIT.
015760     EXIT.
015770
015780*----------------------------------------------------------------
015790* 8800-ABANDON-RUN - STOP WITHOUT STAMPING THE RUN COMPLETE, SO
015800* IT CAN BE RESTARTED ONCE THE FAULT IS CLEARED
015810*----------------------------------------------------------------
015820 8800-ABANDON-RUN.
015830     CLOSE PURGE-CONTROL-FILE.
015840     DISPLAY 'RETNPURG ABANDONED - RUN NOT COMPLETED'.
015850     STOP RUN.
015860 8800-EXIT.
015870     EXIT.
015880
015890*================================================================
015900* 8900-RUN-CONTROL-END - STAMP THE RUN COMPLETED WITH ITS COUNT
015910*================================================================
015920 8900-RUN-CONTROL-END.
015930     MOVE 'E' TO RC-FUNCTION.
015940     MOVE WS-RUN-ARCHIVED-COUNT TO RC-RECORD-COUNT.
015950     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
015960 8900-EXIT.
015970     EXIT.
015980
015990*================================================================
016000* 9000-TERMINATE
016010*================================================================
016020 9000-TERMINATE.
016030     CLOSE PURGE-CONTROL-FILE.
016040     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.
016050     DISPLAY 'RETENTION PURGE COMPLETE - RECORDS ARCHIVED: '
016060             WS-RUN-ARCHIVED-COUNT.
016070 9000-EXIT.
016080     EXIT.
