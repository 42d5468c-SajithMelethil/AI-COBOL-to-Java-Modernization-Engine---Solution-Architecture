000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RELMAIN.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - ACCOUNT RELATIONSHIP
000120*              MAINTENANCE.  APPLIES ADD AND END REQUESTS FROM
000130*              THE RELMNT TRANSACTION FILE TO THE ACCTREL
000140*              RELATIONSHIP FILE (SEE ACCTREL), WHICH LINKS ANY
000150*              NUMBER OF CUSTOMERS TO AN ACCOUNT AS PRIMARY,
000160*              JOINT, BENEFICIARY, ATTORNEY OR GUARANTOR.  A
000170*              RELATIONSHIP IS ADDED ONLY FOR AN ACCOUNT THAT IS
000180*              NOT CLOSED AND AN ACTIVE CUSTOMER, AND ONLY WHEN
000190*              THE SAME CUSTOMER DOES NOT ALREADY HOLD THAT ROLE
000200*              ON THE ACCOUNT.  ENDING A RELATIONSHIP STAMPS ITS
000210*              END DATE; NOTHING IS DELETED.  THE PRIMARY OWNER
000220*              IS THE ACCOUNT'S CUSTOMER NUMBER, SO A 'P'
000230*              RELATIONSHIP MAY ONLY NAME THAT CUSTOMER AND
000240*              ENDS ONLY ONCE THE ACCOUNT IS CLOSED.  EVERY
000250*              ACTION IS LOGGED TO RELLOG THE WAY CUSTMAIN LOGS
000260*              TO CUSTLOG.
000270*================================================================
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT REL-REQUEST-FILE ASSIGN TO "RELMNT"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-RRQ-FILE-STATUS.
000350
000360     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS AM-ACCOUNT-NUMBER
000400         FILE STATUS IS WS-ACCT-FILE-STATUS.
000410
000420     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CM-CUSTOMER-NUMBER
000460         FILE STATUS IS WS-CUST-FILE-STATUS.
000470
000480     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS AR-RELATIONSHIP-KEY
000520         FILE STATUS IS WS-AREL-FILE-STATUS.
000530
000540     SELECT REL-LOG-FILE ASSIGN TO "RELLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RLOG-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  REL-REQUEST-FILE.
000610 01  REL-REQUEST-RECORD.
000620     05  RM-ACTION-CODE        PIC X(1).
000630         88  RM-ADD-RELATIONSHIP VALUE 'A'.
000640         88  RM-END-RELATIONSHIP VALUE 'E'.
000650     05  RM-ACCOUNT-NUMBER     PIC X(20).
000660     05  RM-CUSTOMER-NUMBER    PIC X(10).
000670     05  RM-ROLE               PIC X(1).
000680         88  RM-PRIMARY-ROLE   VALUE 'P'.
000690         88  RM-VALID-ROLE     VALUES 'P', 'J', 'B', 'A', 'G'.
000700     05  RM-EFFECTIVE-DATE     PIC 9(8).
000710     05  RM-OPERATOR-ID        PIC X(8).
000720     05  FILLER                PIC X(32).
000730
000740 FD  ACCT-MASTER-FILE.
000750     COPY ACCTMSTR.
000760
000770 FD  CUST-MASTER-FILE.
000780     COPY CUSTMSTR.
000790
000800 FD  ACCT-REL-FILE.
000810     COPY ACCTREL.
000820
000830 FD  REL-LOG-FILE.
000840 01  LOG-LINE                  PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* FILE STATUS AND CONTROL SWITCHES
000890*----------------------------------------------------------------
000900 01  WS-RRQ-FILE-STATUS        PIC X(2)  VALUE '00'.
000910 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
000920 01  WS-CUST-FILE-STATUS       PIC X(2)  VALUE '00'.
000930 01  WS-AREL-FILE-STATUS       PIC X(2)  VALUE '00'.
000940 01  WS-RLOG-FILE-STATUS       PIC X(2)  VALUE '00'.
000950
000960 01  WS-EOF-SWITCH             PIC X(1)  VALUE 'N'.
000970     88  END-OF-REQUESTS       VALUE 'Y'.
000980
000990 01  WS-RSCAN-EOF-SWITCH       PIC X(1)  VALUE 'N'.
001000     88  END-OF-REL-SCAN       VALUE 'Y'.
001010
001020 01  WS-OPEN-REL-SWITCH        PIC X(1)  VALUE 'N'.
001030     88  OPEN-REL-FOUND        VALUE 'Y'.
001040
001050 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
001060 01  WS-EFFECTIVE-DATE         PIC 9(8)  VALUE ZERO.
001070
001080 01  WS-ADDED-COUNT            PIC 9(5)  VALUE ZERO.
001090 01  WS-ENDED-COUNT            PIC 9(5)  VALUE ZERO.
001100 01  WS-REJECTED-COUNT         PIC 9(5)  VALUE ZERO.
001110
001120 01  WS-LOG-DETAIL.
001130     05  WS-LOG-ACCOUNT        PIC X(20).
001140     05  FILLER                PIC X(1)  VALUE SPACES.
001150     05  WS-LOG-CUSTOMER       PIC X(10).
001160     05  FILLER                PIC X(1)  VALUE SPACES.
001170     05  WS-LOG-ROLE           PIC X(1).
001180     05  FILLER                PIC X(2)  VALUE SPACES.
001190     05  WS-LOG-MESSAGE        PIC X(45).
001200
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001250         UNTIL END-OF-REQUESTS.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     STOP RUN.
001280
001290*================================================================
001300* 1000-INITIALIZE - OPEN FILES, CREATE THE RELATIONSHIP FILE THE
001310* FIRST TIME THIS PROGRAM EVER RUNS, PRIME THE READ
001320*================================================================
001330 1000-INITIALIZE.
001340     OPEN INPUT REL-REQUEST-FILE.
001350     IF WS-RRQ-FILE-STATUS NOT = '00'
001360         DISPLAY 'ERROR: UNABLE TO OPEN RELMNT, STATUS: '
001370                 WS-RRQ-FILE-STATUS
001380         STOP RUN
001390     END-IF.
001400     OPEN INPUT ACCT-MASTER-FILE.
001410     IF WS-ACCT-FILE-STATUS NOT = '00'
001420         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
001430                 WS-ACCT-FILE-STATUS
001440         CLOSE REL-REQUEST-FILE
001450         STOP RUN
001460     END-IF.
001470     OPEN INPUT CUST-MASTER-FILE.
001480     IF WS-CUST-FILE-STATUS NOT = '00'
001490         DISPLAY 'ERROR: UNABLE TO OPEN CUSTMAST, STATUS: '
001500                 WS-CUST-FILE-STATUS
001510         CLOSE REL-REQUEST-FILE
001520         CLOSE ACCT-MASTER-FILE
001530         STOP RUN
001540     END-IF.
001550     OPEN I-O ACCT-REL-FILE.
001560     IF WS-AREL-FILE-STATUS = '35'
001570         OPEN OUTPUT ACCT-REL-FILE
001580         CLOSE ACCT-REL-FILE
001590         OPEN I-O ACCT-REL-FILE
001600     END-IF.
001610     IF WS-AREL-FILE-STATUS NOT = '00'
001620         DISPLAY 'ERROR: UNABLE TO OPEN ACCTREL, STATUS: '
001630                 WS-AREL-FILE-STATUS
001640         CLOSE REL-REQUEST-FILE
001650         CLOSE ACCT-MASTER-FILE
001660         CLOSE CUST-MASTER-FILE
001670         STOP RUN
001680     END-IF.
001690     OPEN EXTEND REL-LOG-FILE.
001700     IF WS-RLOG-FILE-STATUS = '35'
001710         OPEN OUTPUT REL-LOG-FILE
001720     END-IF.
001730     IF WS-RLOG-FILE-STATUS NOT = '00'
001740         DISPLAY 'ERROR: UNABLE TO OPEN RELLOG, STATUS: '
001750                 WS-RLOG-FILE-STATUS
001760         CLOSE REL-REQUEST-FILE
001770         CLOSE ACCT-MASTER-FILE
001780         CLOSE CUST-MASTER-FILE
001790         CLOSE ACCT-REL-FILE
001800         STOP RUN
001810     END-IF.
001820
001830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001840     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001850 1000-EXIT.
001860     EXIT.
001870
001880*================================================================
001890* 2000-PROCESS-REQUEST - APPLY ONE RELATIONSHIP REQUEST
001900*================================================================
001910 2000-PROCESS-REQUEST.
001920     MOVE RM-ACCOUNT-NUMBER  TO WS-LOG-ACCOUNT.
001930     MOVE RM-CUSTOMER-NUMBER TO WS-LOG-CUSTOMER.
001940     MOVE RM-ROLE            TO WS-LOG-ROLE.
001950     EVALUATE TRUE
001960         WHEN RM-ADD-RELATIONSHIP
001970             PERFORM 2200-ADD-RELATIONSHIP THRU 2200-EXIT
001980         WHEN RM-END-RELATIONSHIP
001990             PERFORM 2300-END-RELATIONSHIP THRU 2300-EXIT
002000         WHEN OTHER
002010             MOVE 'REJECTED - UNKNOWN ACTION CODE'
002020                 TO WS-LOG-MESSAGE
002030             PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002040     END-EVALUATE.
002050
002060     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002070 2000-EXIT.
002080     EXIT.
002090
002100 2100-READ-REQUEST.
002110     READ REL-REQUEST-FILE
002120         AT END
002130             MOVE 'Y' TO WS-EOF-SWITCH
002140     END-READ.
002150 2100-EXIT.
002160     EXIT.
002170
002180*================================================================
002190* 2150-EDIT-COMMON - ROLE, OPERATOR AND EFFECTIVE DATE EDITS
002200* SHARED BY ADD AND END.  A ZERO EFFECTIVE DATE MEANS THE RUN
002210* DATE.  WS-LOG-MESSAGE IS LEFT BLANK WHEN THE REQUEST PASSES.
002220*================================================================
002230 2150-EDIT-COMMON.
002240     MOVE SPACES TO WS-LOG-MESSAGE.
002250     IF NOT RM-VALID-ROLE
002260         MOVE 'REJECTED - INVALID RELATIONSHIP ROLE'
002270             TO WS-LOG-MESSAGE
002280         GO TO 2150-EXIT
002290     END-IF.
002300     IF RM-OPERATOR-ID = SPACES
002310         MOVE 'REJECTED - OPERATOR ID REQUIRED'
002320             TO WS-LOG-MESSAGE
002330         GO TO 2150-EXIT
002340     END-IF.
002350     IF RM-EFFECTIVE-DATE NOT NUMERIC
002360         MOVE 'REJECTED - INVALID EFFECTIVE DATE'
002370             TO WS-LOG-MESSAGE
002380         GO TO 2150-EXIT
002390     END-IF.
002400     IF RM-EFFECTIVE-DATE = ZERO
002410         MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
002420     ELSE
002430         MOVE RM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
002440     END-IF.
002450 2150-EXIT.
002460     EXIT.
002470
002480*================================================================
002490* 2200-ADD-RELATIONSHIP - LINK AN ACTIVE CUSTOMER TO AN ACCOUNT
002500* IN THE REQUESTED ROLE FROM THE EFFECTIVE DATE
002510*================================================================
002520 2200-ADD-RELATIONSHIP.
002530     PERFORM 2150-EDIT-COMMON THRU 2150-EXIT.
002540     IF WS-LOG-MESSAGE NOT = SPACES
002550         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002560         GO TO 2200-EXIT
002570     END-IF.
002580
002590     MOVE RM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
002600     READ ACCT-MASTER-FILE
002610         INVALID KEY
002620             MOVE 'REJECTED - ACCOUNT NOT ON FILE'
002630                 TO WS-LOG-MESSAGE
002640             PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002650             GO TO 2200-EXIT
002660     END-READ.
002670     IF AM-CLOSED-ACCOUNT
002680         MOVE 'REJECTED - ACCOUNT IS CLOSED'
002690             TO WS-LOG-MESSAGE
002700         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002710         GO TO 2200-EXIT
002720     END-IF.
002730
002740     MOVE RM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
002750     READ CUST-MASTER-FILE
002760         INVALID KEY
002770             MOVE 'REJECTED - CUSTOMER NOT ON FILE'
002780                 TO WS-LOG-MESSAGE
002790             PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002800             GO TO 2200-EXIT
002810     END-READ.
002820     IF NOT CM-ACTIVE-CUSTOMER
002830         MOVE 'REJECTED - CUSTOMER IS NOT ACTIVE'
002840             TO WS-LOG-MESSAGE
002850         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002860         GO TO 2200-EXIT
002870     END-IF.
002880
002890*    THE ACCOUNT'S OWN CUSTOMER IS ITS PRIMARY OWNER; NO ONE
002900*    ELSE CAN BE PRIMARY, AND THE PRIMARY CANNOT ALSO BE JOINT
002910     IF RM-PRIMARY-ROLE
002920             AND RM-CUSTOMER-NUMBER NOT = AM-CUSTOMER-NUMBER
002930         MOVE 'REJECTED - PRIMARY MUST BE ACCOUNT CUSTOMER'
002940             TO WS-LOG-MESSAGE
002950         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002960         GO TO 2200-EXIT
002970     END-IF.
002980     IF RM-ROLE = 'J'
002990             AND RM-CUSTOMER-NUMBER = AM-CUSTOMER-NUMBER
003000         MOVE 'REJECTED - CUSTOMER IS THE PRIMARY OWNER'
003010             TO WS-LOG-MESSAGE
003020         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003030         GO TO 2200-EXIT
003040     END-IF.
003050
003060     PERFORM 2500-FIND-OPEN-RELATIONSHIP THRU 2500-EXIT.
003070     IF OPEN-REL-FOUND
003080         MOVE 'REJECTED - RELATIONSHIP ALREADY IN FORCE'
003090             TO WS-LOG-MESSAGE
003100         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003110         GO TO 2200-EXIT
003120     END-IF.
003130
003140     MOVE RM-ACCOUNT-NUMBER  TO AR-ACCOUNT-NUMBER.
003150     MOVE RM-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
003160     MOVE RM-ROLE            TO AR-ROLE.
003170     MOVE WS-EFFECTIVE-DATE  TO AR-START-DATE.
003180     MOVE ZERO               TO AR-END-DATE.
003190     MOVE RM-OPERATOR-ID     TO AR-ADDED-BY.
003200     MOVE WS-RUN-DATE        TO AR-ADDED-DATE.
003210     MOVE SPACES             TO AR-ENDED-BY.
003220     MOVE ZERO               TO AR-ENDED-DATE.
003230     WRITE ACCT-RELATIONSHIP-RECORD
003240         INVALID KEY
003250             MOVE 'REJECTED - DUPLICATE RELATIONSHIP KEY'
003260                 TO WS-LOG-MESSAGE
003270             PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003280             GO TO 2200-EXIT
003290     END-WRITE.
003300
003310     ADD 1 TO WS-ADDED-COUNT.
003320     MOVE SPACES TO WS-LOG-MESSAGE.
003330     STRING 'RELATIONSHIP ADDED FROM ' DELIMITED BY SIZE
003340             WS-EFFECTIVE-DATE DELIMITED BY SIZE
003350             INTO WS-LOG-MESSAGE.
003360     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003370 2200-EXIT.
003380     EXIT.
003390
003400*================================================================
003410* 2300-END-RELATIONSHIP - STAMP THE END DATE ON THE CUSTOMER'S
003420* OPEN RELATIONSHIP IN THE REQUESTED ROLE
003430*================================================================
003440 2300-END-RELATIONSHIP.
003450     PERFORM 2150-EDIT-COMMON THRU 2150-EXIT.
003460     IF WS-LOG-MESSAGE NOT = SPACES
003470         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003480         GO TO 2300-EXIT
003490     END-IF.
003500
003510     IF RM-PRIMARY-ROLE
003520         MOVE RM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
003530         READ ACCT-MASTER-FILE
003540             INVALID KEY
003550                 MOVE SPACES TO AM-CUSTOMER-NUMBER
003560         END-READ
003570         IF WS-ACCT-FILE-STATUS = '00'
003580                 AND NOT AM-CLOSED-ACCOUNT
003590                 AND AM-CUSTOMER-NUMBER = RM-CUSTOMER-NUMBER
003600             MOVE 'REJECTED - PRIMARY ENDS WHEN ACCOUNT CLOSES'
003610                 TO WS-LOG-MESSAGE
003620             PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003630             GO TO 2300-EXIT
003640         END-IF
003650     END-IF.
003660
003670     PERFORM 2500-FIND-OPEN-RELATIONSHIP THRU 2500-EXIT.
003680     IF NOT OPEN-REL-FOUND
003690         MOVE 'REJECTED - NO RELATIONSHIP IN FORCE IN ROLE'
003700             TO WS-LOG-MESSAGE
003710         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003720         GO TO 2300-EXIT
003730     END-IF.
003740     IF WS-EFFECTIVE-DATE < AR-START-DATE
003750         MOVE 'REJECTED - END DATE BEFORE START DATE'
003760             TO WS-LOG-MESSAGE
003770         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003780         GO TO 2300-EXIT
003790     END-IF.
003800
003810     MOVE WS-EFFECTIVE-DATE TO AR-END-DATE.
003820     MOVE RM-OPERATOR-ID    TO AR-ENDED-BY.
003830     MOVE WS-RUN-DATE       TO AR-ENDED-DATE.
003840     REWRITE ACCT-RELATIONSHIP-RECORD.
003850
003860     ADD 1 TO WS-ENDED-COUNT.
003870     MOVE SPACES TO WS-LOG-MESSAGE.
003880     STRING 'RELATIONSHIP ENDED AT ' DELIMITED BY SIZE
003890             WS-EFFECTIVE-DATE DELIMITED BY SIZE
003900             INTO WS-LOG-MESSAGE.
003910     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003920 2300-EXIT.
003930     EXIT.
003940
003950*================================================================
003960* 2500-FIND-OPEN-RELATIONSHIP - READ THE REQUESTED ACCOUNT,
003970* CUSTOMER AND ROLE'S RELATIONSHIPS FROM THE EARLIEST START
003980* DATE AND STOP ON THE ONE STILL IN FORCE AT THE EFFECTIVE
003990* DATE (NOT ENDED, OR ENDING AFTER IT), LEAVING IT IN THE
004000* RECORD AREA
004010*================================================================
004020 2500-FIND-OPEN-RELATIONSHIP.
004030     MOVE 'N' TO WS-OPEN-REL-SWITCH.
004040     MOVE 'N' TO WS-RSCAN-EOF-SWITCH.
004050     MOVE RM-ACCOUNT-NUMBER  TO AR-ACCOUNT-NUMBER.
004060     MOVE RM-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
004070     MOVE RM-ROLE            TO AR-ROLE.
004080     MOVE ZERO               TO AR-START-DATE.
004090     START ACCT-REL-FILE
004100         KEY NOT < AR-RELATIONSHIP-KEY
004110         INVALID KEY
004120             MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
004130     END-START.
004140     PERFORM 2510-CHECK-RELATIONSHIP THRU 2510-EXIT
004150         UNTIL END-OF-REL-SCAN
004160            OR OPEN-REL-FOUND.
004170 2500-EXIT.
004180     EXIT.
004190
004200 2510-CHECK-RELATIONSHIP.
004210     READ ACCT-REL-FILE NEXT RECORD
004220         AT END
004230             MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
004240             GO TO 2510-EXIT
004250     END-READ.
004260     IF AR-ACCOUNT-NUMBER NOT = RM-ACCOUNT-NUMBER
004270             OR AR-CUSTOMER-NUMBER NOT = RM-CUSTOMER-NUMBER
004280             OR AR-ROLE NOT = RM-ROLE
004290         MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
004300         GO TO 2510-EXIT
004310     END-IF.
004320     IF AR-END-DATE = ZERO
004330             OR AR-END-DATE > WS-EFFECTIVE-DATE
004340         MOVE 'Y' TO WS-OPEN-REL-SWITCH
004350     END-IF.
004360 2510-EXIT.
004370     EXIT.
004380
004390 2800-REJECT-REQUEST.
004400     ADD 1 TO WS-REJECTED-COUNT.
004410     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
004420 2800-EXIT.
004430     EXIT.
004440
004450 2900-WRITE-LOG.
004460     MOVE WS-LOG-DETAIL TO LOG-LINE.
004470     WRITE LOG-LINE.
004480 2900-EXIT.
004490     EXIT.
004500
004510*================================================================
004520* 9000-TERMINATE - CLOSE FILES
004530*================================================================
004540 9000-TERMINATE.
004550     CLOSE REL-REQUEST-FILE.
004560     CLOSE ACCT-MASTER-FILE.
004570     CLOSE CUST-MASTER-FILE.
004580     CLOSE ACCT-REL-FILE.
004590     CLOSE REL-LOG-FILE.
004600     DISPLAY 'RELATIONSHIP MAINTENANCE COMPLETE - ADDED: '
004610             WS-ADDED-COUNT ' ENDED: ' WS-ENDED-COUNT
004620             ' REJECTED: ' WS-REJECTED-COUNT.
004630 9000-EXIT.
004640     EXIT.
