000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ODPMAIN.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - OVERDRAFT PROTECTION
000120*              ENROLMENT.  APPLIES ENROL AND CANCEL REQUESTS
000130*              FROM THE ODPMNT TRANSACTION FILE TO THE ODPROT
000140*              ENROLMENT FILE (SEE ODPROT).  A 'CA' ACCOUNT IS
000150*              ENROLLED WITH A FUNDING 'SA' ACCOUNT ONLY WHEN
000160*              BOTH ARE ACTIVE AND BELONG TO THE SAME ACTIVE
000170*              CUSTOMER ON CUSTMAST; TRANSLEDG THEN SWEEPS FROM
000180*              THE FUNDING ACCOUNT ANY DEBIT THE CURRENT ACCOUNT
000190*              CANNOT COVER.  CANCELLING STAMPS THE ENROLMENT;
000200*              NOTHING IS DELETED.  EVERY ACTION IS LOGGED TO
000210*              ODPLOG THE WAY RELMAIN LOGS TO RELLOG.
000220*================================================================
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ODP-REQUEST-FILE ASSIGN TO "ODPMNT"
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-ORQ-FILE-STATUS.
000300
000310     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS AM-ACCOUNT-NUMBER
000350         FILE STATUS IS WS-ACCT-FILE-STATUS.
000360
000370     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CM-CUSTOMER-NUMBER
000410         FILE STATUS IS WS-CUST-FILE-STATUS.
000420
000430     SELECT OD-PROTECTION-FILE ASSIGN TO "ODPROT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS OP-ACCOUNT-NUMBER
000470         FILE STATUS IS WS-ODPR-FILE-STATUS.
000480
000490     SELECT ODP-LOG-FILE ASSIGN TO "ODPLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-OLOG-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ODP-REQUEST-FILE.
000560 01  ODP-REQUEST-RECORD.
000570     05  OM-ACTION-CODE        PIC X(1).
000580         88  OM-ENROL-ACCOUNT  VALUE 'E'.
000590         88  OM-CANCEL-ENROLMENT VALUE 'C'.
000600     05  OM-ACCOUNT-NUMBER     PIC X(20).
000610     05  OM-FUNDING-ACCOUNT    PIC X(20).
000620     05  OM-ROUNDING-INCREMENT PIC 9(5)V99.
000630     05  OM-OPERATOR-ID        PIC X(8).
000640     05  FILLER                PIC X(24).
000650
000660 FD  ACCT-MASTER-FILE.
000670     COPY ACCTMSTR.
000680
000690 FD  CUST-MASTER-FILE.
000700     COPY CUSTMSTR.
000710
000720 FD  OD-PROTECTION-FILE.
000730     COPY ODPROT.
000740
000750 FD  ODP-LOG-FILE.
000760 01  LOG-LINE                  PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* FILE STATUS AND CONTROL SWITCHES
000810*----------------------------------------------------------------
000820 01  WS-ORQ-FILE-STATUS        PIC X(2)  VALUE '00'.
000830 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
000840 01  WS-CUST-FILE-STATUS       PIC X(2)  VALUE '00'.
000850 01  WS-ODPR-FILE-STATUS       PIC X(2)  VALUE '00'.
000860 01  WS-OLOG-FILE-STATUS       PIC X(2)  VALUE '00'.
000870
000880 01  WS-EOF-SWITCH             PIC X(1)  VALUE 'N'.
000890     88  END-OF-REQUESTS       VALUE 'Y'.
000900
000910 01  WS-ENROLMENT-SWITCH       PIC X(1)  VALUE 'N'.
000920     88  ENROLMENT-ON-FILE     VALUE 'Y'.
000930
000940 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000950 01  WS-ACCOUNT-CUSTOMER       PIC X(10) VALUE SPACES.
000960
000970 01  WS-ENROLLED-COUNT         PIC 9(5)  VALUE ZERO.
000980 01  WS-CANCELLED-COUNT        PIC 9(5)  VALUE ZERO.
000990 01  WS-REJECTED-COUNT         PIC 9(5)  VALUE ZERO.
001000
001010 01  WS-LOG-DETAIL.
001020     05  WS-LOG-ACCOUNT        PIC X(20).
001030     05  FILLER                PIC X(1)  VALUE SPACES.
001040     05  WS-LOG-FUNDING        PIC X(20).
001050     05  FILLER                PIC X(1)  VALUE SPACES.
001060     05  WS-LOG-MESSAGE        PIC X(38).
001070
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001120         UNTIL END-OF-REQUESTS.
001130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001140     STOP RUN.
001150
001160*================================================================
001170* 1000-INITIALIZE - OPEN FILES, CREATE THE ENROLMENT FILE THE
001180* FIRST TIME THIS PROGRAM EVER RUNS, PRIME THE READ
001190*================================================================
001200 1000-INITIALIZE.
001210     OPEN INPUT ODP-REQUEST-FILE.
001220     IF WS-ORQ-FILE-STATUS NOT = '00'
001230         DISPLAY 'ERROR: UNABLE TO OPEN ODPMNT, STATUS: '
001240                 WS-ORQ-FILE-STATUS
001250         STOP RUN
001260     END-IF.
001270     OPEN INPUT ACCT-MASTER-FILE.
001280     IF WS-ACCT-FILE-STATUS NOT = '00'
001290         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
001300                 WS-ACCT-FILE-STATUS
001310         CLOSE ODP-REQUEST-FILE
001320         STOP RUN
001330     END-IF.
001340     OPEN INPUT CUST-MASTER-FILE.
001350     IF WS-CUST-FILE-STATUS NOT = '00'
001360         DISPLAY 'ERROR: UNABLE TO OPEN CUSTMAST, STATUS: '
001370                 WS-CUST-FILE-STATUS
001380         CLOSE ODP-REQUEST-FILE
001390         CLOSE ACCT-MASTER-FILE
001400         STOP RUN
001410     END-IF.
001420     OPEN I-O OD-PROTECTION-FILE.
001430     IF WS-ODPR-FILE-STATUS = '35'
001440         OPEN OUTPUT OD-PROTECTION-FILE
001450         CLOSE OD-PROTECTION-FILE
001460         OPEN I-O OD-PROTECTION-FILE
001470     END-IF.
001480     IF WS-ODPR-FILE-STATUS NOT = '00'
001490         DISPLAY 'ERROR: UNABLE TO OPEN ODPROT, STATUS: '
001500                 WS-ODPR-FILE-STATUS
001510         CLOSE ODP-REQUEST-FILE
001520         CLOSE ACCT-MASTER-FILE
001530         CLOSE CUST-MASTER-FILE
001540         STOP RUN
001550     END-IF.
001560     OPEN EXTEND ODP-LOG-FILE.
001570     IF WS-OLOG-FILE-STATUS = '35'
001580         OPEN OUTPUT ODP-LOG-FILE
001590     END-IF.
001600     IF WS-OLOG-FILE-STATUS NOT = '00'
001610         DISPLAY 'ERROR: UNABLE TO OPEN ODPLOG, STATUS: '
001620                 WS-OLOG-FILE-STATUS
001630         CLOSE ODP-REQUEST-FILE
001640         CLOSE ACCT-MASTER-FILE
001650         CLOSE CUST-MASTER-FILE
001660         CLOSE OD-PROTECTION-FILE
001670         STOP RUN
001680     END-IF.
001690
001700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001710     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740
001750*================================================================
001760* 2000-PROCESS-REQUEST - APPLY ONE ENROLMENT REQUEST
001770*================================================================
001780 2000-PROCESS-REQUEST.
001790     MOVE OM-ACCOUNT-NUMBER  TO WS-LOG-ACCOUNT.
001800     MOVE OM-FUNDING-ACCOUNT TO WS-LOG-FUNDING.
001810     MOVE SPACES             TO WS-LOG-MESSAGE.
001820     IF OM-OPERATOR-ID = SPACES
001830         MOVE 'REJECTED - OPERATOR ID REQUIRED'
001840             TO WS-LOG-MESSAGE
001850         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
001860         GO TO 2000-NEXT
001870     END-IF.
001880     EVALUATE TRUE
001890         WHEN OM-ENROL-ACCOUNT
001900             PERFORM 2200-ENROL-ACCOUNT THRU 2200-EXIT
001910         WHEN OM-CANCEL-ENROLMENT
001920             PERFORM 2300-CANCEL-ENROLMENT THRU 2300-EXIT
001930         WHEN OTHER
001940             MOVE 'REJECTED - UNKNOWN ACTION CODE'
001950                 TO WS-LOG-MESSAGE
001960             PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
001970     END-EVALUATE.
001980 2000-NEXT.
001990     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002000 2000-EXIT.
002010     EXIT.
002020
002030 2100-READ-REQUEST.
002040     READ ODP-REQUEST-FILE
002050         AT END
002060             MOVE 'Y' TO WS-EOF-SWITCH
002070     END-READ.
002080 2100-EXIT.
002090     EXIT.
002100
002110*================================================================
002120* 2200-ENROL-ACCOUNT - PROTECT AN ACTIVE 'CA' ACCOUNT FROM AN
002130* ACTIVE 'SA' ACCOUNT OF THE SAME ACTIVE CUSTOMER.  TO CHANGE
002140* THE FUNDING ACCOUNT OR INCREMENT, CANCEL AND ENROL AGAIN.
002150*================================================================
002160 2200-ENROL-ACCOUNT.
002170     IF OM-ROUNDING-INCREMENT NOT NUMERIC
002180         MOVE 'REJECTED - INVALID ROUNDING INCREMENT'
002190             TO WS-LOG-MESSAGE
002200         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002210         GO TO 2200-EXIT
002220     END-IF.
002230     IF OM-FUNDING-ACCOUNT = SPACES
002240             OR OM-FUNDING-ACCOUNT = OM-ACCOUNT-NUMBER
002250         MOVE 'REJECTED - INVALID FUNDING ACCOUNT'
002260             TO WS-LOG-MESSAGE
002270         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002280         GO TO 2200-EXIT
002290     END-IF.
002300
002310     MOVE OM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
002320     READ ACCT-MASTER-FILE
002330         INVALID KEY
002340             MOVE 'REJECTED - ACCOUNT NOT ON FILE'
002350                 TO WS-LOG-MESSAGE
002360             PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002370             GO TO 2200-EXIT
002380     END-READ.
002390     IF AM-ACCOUNT-TYPE NOT = 'CA'
002400         MOVE 'REJECTED - ACCOUNT IS NOT A CA ACCOUNT'
002410             TO WS-LOG-MESSAGE
002420         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002430         GO TO 2200-EXIT
002440     END-IF.
002450     IF NOT AM-ACTIVE-ACCOUNT
002460         MOVE 'REJECTED - ACCOUNT IS NOT ACTIVE'
002470             TO WS-LOG-MESSAGE
002480         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002490         GO TO 2200-EXIT
002500     END-IF.
002510     MOVE AM-CUSTOMER-NUMBER TO WS-ACCOUNT-CUSTOMER.
002520
002530     MOVE OM-FUNDING-ACCOUNT TO AM-ACCOUNT-NUMBER.
002540     READ ACCT-MASTER-FILE
002550         INVALID KEY
002560             MOVE 'REJECTED - FUNDING ACCOUNT NOT ON FILE'
002570                 TO WS-LOG-MESSAGE
002580             PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002590             GO TO 2200-EXIT
002600     END-READ.
002610     IF AM-ACCOUNT-TYPE NOT = 'SA'
002620         MOVE 'REJECTED - FUNDING ACCOUNT NOT SA'
002630             TO WS-LOG-MESSAGE
002640         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002650         GO TO 2200-EXIT
002660     END-IF.
002670     IF NOT AM-ACTIVE-ACCOUNT
002680         MOVE 'REJECTED - FUNDING ACCOUNT NOT ACTIVE'
002690             TO WS-LOG-MESSAGE
002700         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002710         GO TO 2200-EXIT
002720     END-IF.
002730     IF WS-ACCOUNT-CUSTOMER = SPACES
002740             OR AM-CUSTOMER-NUMBER NOT = WS-ACCOUNT-CUSTOMER
002750         MOVE 'REJECTED - ACCOUNTS NOT SAME CUSTOMER'
002760             TO WS-LOG-MESSAGE
002770         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002780         GO TO 2200-EXIT
002790     END-IF.
002800
002810     MOVE WS-ACCOUNT-CUSTOMER TO CM-CUSTOMER-NUMBER.
002820     READ CUST-MASTER-FILE
002830         INVALID KEY
002840             MOVE 'REJECTED - CUSTOMER NOT ON FILE'
002850                 TO WS-LOG-MESSAGE
002860             PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002870             GO TO 2200-EXIT
002880     END-READ.
002890     IF NOT CM-ACTIVE-CUSTOMER
002900         MOVE 'REJECTED - CUSTOMER IS NOT ACTIVE'
002910             TO WS-LOG-MESSAGE
002920         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
002930         GO TO 2200-EXIT
002940     END-IF.
002950
002960     PERFORM 2500-READ-ENROLMENT THRU 2500-EXIT.
002970     IF ENROLMENT-ON-FILE
002980             AND OP-ACTIVE-PROTECTION
002990         MOVE 'REJECTED - ACCOUNT ALREADY ENROLLED'
003000             TO WS-LOG-MESSAGE
003010         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003020         GO TO 2200-EXIT
003030     END-IF.
003040
003050     MOVE OM-ACCOUNT-NUMBER     TO OP-ACCOUNT-NUMBER.
003060     MOVE OM-FUNDING-ACCOUNT    TO OP-FUNDING-ACCOUNT.
003070     MOVE OM-ROUNDING-INCREMENT TO OP-ROUNDING-INCREMENT.
003080     MOVE 'A'                   TO OP-STATUS.
003090     MOVE OM-OPERATOR-ID        TO OP-ENROLLED-BY.
003100     MOVE WS-RUN-DATE           TO OP-ENROLLED-DATE.
003110     MOVE SPACES                TO OP-CANCELLED-BY.
003120     MOVE ZERO                  TO OP-CANCELLED-DATE.
003130     IF ENROLMENT-ON-FILE
003140         REWRITE OD-PROTECTION-RECORD
003150     ELSE
003160         WRITE OD-PROTECTION-RECORD
003170             INVALID KEY
003180                 MOVE 'REJECTED - DUPLICATE ENROLMENT KEY'
003190                     TO WS-LOG-MESSAGE
003200                 PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003210                 GO TO 2200-EXIT
003220         END-WRITE
003230     END-IF.
003240
003250     ADD 1 TO WS-ENROLLED-COUNT.
003260     MOVE 'ENROLLED IN OVERDRAFT PROTECTION'
003270         TO WS-LOG-MESSAGE.
003280     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003290 2200-EXIT.
003300     EXIT.
003310
003320*================================================================
003330* 2300-CANCEL-ENROLMENT - STAMP THE ACCOUNT'S ENROLMENT
003340* CANCELLED; SWEEPS STOP WITH THE NEXT POSTING
003350*================================================================
003360 2300-CANCEL-ENROLMENT.
003370     PERFORM 2500-READ-ENROLMENT THRU 2500-EXIT.
003380     IF NOT ENROLMENT-ON-FILE
003390             OR NOT OP-ACTIVE-PROTECTION
003400         MOVE 'REJECTED - ACCOUNT NOT ENROLLED'
003410             TO WS-LOG-MESSAGE
003420         PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT
003430         GO TO 2300-EXIT
003440     END-IF.
003450     MOVE OP-FUNDING-ACCOUNT TO WS-LOG-FUNDING.
003460     MOVE 'C'                TO OP-STATUS.
003470     MOVE OM-OPERATOR-ID     TO OP-CANCELLED-BY.
003480     MOVE WS-RUN-DATE        TO OP-CANCELLED-DATE.
003490     REWRITE OD-PROTECTION-RECORD.
003500
003510     ADD 1 TO WS-CANCELLED-COUNT.
003520     MOVE 'OVERDRAFT PROTECTION CANCELLED'
003530         TO WS-LOG-MESSAGE.
003540     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003550 2300-EXIT.
003560     EXIT.
003570
003580*================================================================
003590* 2500-READ-ENROLMENT - LEAVE THE ACCOUNT'S ENROLMENT, ACTIVE OR
003600* CANCELLED, IN THE RECORD AREA IF THERE IS ONE
003610*================================================================
003620 2500-READ-ENROLMENT.
003630     MOVE 'Y' TO WS-ENROLMENT-SWITCH.
003640     MOVE OM-ACCOUNT-NUMBER TO OP-ACCOUNT-NUMBER.
003650     READ OD-PROTECTION-FILE
003660         INVALID KEY
003670             MOVE 'N' TO WS-ENROLMENT-SWITCH
003680     END-READ.
003690 2500-EXIT.
003700     EXIT.
003710
003720 2800-REJECT-REQUEST.
003730     ADD 1 TO WS-REJECTED-COUNT.
003740     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003750 2800-EXIT.
003760     EXIT.
003770
003780 2900-WRITE-LOG.
003790     MOVE WS-LOG-DETAIL TO LOG-LINE.
003800     WRITE LOG-LINE.
003810 2900-EXIT.
003820     EXIT.
003830
003840*================================================================
003850* 9000-TERMINATE - CLOSE FILES
003860*================================================================
003870 9000-TERMINATE.
003880     CLOSE ODP-REQUEST-FILE.
003890     CLOSE ACCT-MASTER-FILE.
003900     CLOSE CUST-MASTER-FILE.
003910     CLOSE OD-PROTECTION-FILE.
003920     CLOSE ODP-LOG-FILE.
003930     DISPLAY 'OVERDRAFT PROTECTION MAINTENANCE COMPLETE - '
003940             'ENROLLED: ' WS-ENROLLED-COUNT
003950             ' CANCELLED: ' WS-CANCELLED-COUNT
003960             ' REJECTED: ' WS-REJECTED-COUNT.
003970 9000-EXIT.
003980     EXIT.
