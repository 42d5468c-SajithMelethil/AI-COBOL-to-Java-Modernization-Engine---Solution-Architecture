000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCTCLOS.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - ACCOUNT CLOSURE SETTLEMENT
000120*              RUN.  THE ONLY PATH THAT CLOSES AN ACCOUNT NOW
000130*              THAT ACCTMAIN REFUSES STATUS 'C'.  EACH CLOSREQ
000140*              REQUEST NAMES THE ACCOUNT, THE PAYOUT ACCOUNT THE
000150*              RESIDUAL BALANCE GOES TO AND THE OPERATOR.  A
000160*              REQUEST IS REFUSED WHILE THE ACCOUNT IS THE
000170*              PAYMENT ACCOUNT FOR (OR CARRIES) AN ACTIVE LOAN ON
000180*              LOANTERM, WHILE IT WOULD STILL OWE MONEY AFTER
000190*              ITS FINAL CHARGES, OR WHILE IT IS DORMANT WITH
000200*              ANYTHING STILL TO POST.  ACCEPTED ACCOUNTS HAVE
000210*              THEIR ACTIVE HOLDS RELEASED AND STANDING ORDERS
000220*              CANCELLED, FINAL INTEREST AND SERVICE CHARGE
000230*              POSTED AND THE RESIDUAL TRANSFERRED OUT THROUGH
000240*              TRANSLEDG, AND ARE CLOSED ONLY WHEN THE MASTER
000250*              READS BACK AT A ZERO BALANCE.  EVERY STEP IS
000260*              LISTED ON THE CLOSADV SETTLEMENT ADVICE.
000262* 2026-10-15  BSY  SETTLEMENT POSTINGS CARRY TRANSACTION
000264*              REFERENCES OF 'XI', 'XF' AND 'XP', THE RUN DATE
000266*              (YYMMDD) AND THE ACCOUNT, SO A RERUN CANNOT
000268*              SETTLE AN ACCOUNT TWICE.
000269* 2026-10-15  BSY  AUDIT RECORDS CARRY THE REQUESTING OPERATOR IN
000270*              THE NEW ENTERED-BY FIELD.
000271* 2026-10-15  BSY  DUAL CONTROL.  A CLOSURE THAT PASSES ITS
000272*              CHECKS IS PARKED ON APPRQUE THROUGH APPRQM AND
000273*              IS SETTLED ONLY WHEN A 'V' REQUEST FROM A
000274*              DIFFERENT OPERATOR ON A LATER RUN APPROVES IT.
000275*              HOLDS RELEASED FOR THE PAYOUT ARE REINSTATED ON
000276*              AN ACCOUNT THE RUN LEAVES OPEN, AND STANDING
000277*              ORDERS ARE CANCELLED ONLY ONCE THE ACCOUNT HAS
000278*              CLOSED.  A CLOSED ACCOUNT ALSO HAS ITS CARD TERMS
000279*              CLOSED, ITS OVERDRAFT PROTECTION CANCELLED WHETHER
000280*              IT IS THE ENROLLED OR THE FUNDING ACCOUNT, AND ITS
000281*              RELATIONSHIPS ENDED.  EVERY MASTER UPDATE IS
000282*              CHECKED AND A FAILURE IS NOTED ON THE ADVICE.
000283*================================================================
000284
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CLOSE-REQUEST-FILE ASSIGN TO "CLOSREQ"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-CREQ-FILE-STATUS.
000350
000360     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS AM-ACCOUNT-NUMBER
000400         FILE STATUS IS WS-ACCT-FILE-STATUS.
000410
000420     SELECT LOAN-TERMS-FILE ASSIGN TO "LOANTERM"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LT-ACCOUNT-NUMBER
000460         FILE STATUS IS WS-LTRM-FILE-STATUS.
000470
000480     SELECT FEE-SCHED-FILE ASSIGN TO "FEESCHED"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-SCHD-FILE-STATUS.
000510
000520     SELECT TRX-JOURNAL-FILE ASSIGN TO "TRXJRNL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-JRNL-FILE-STATUS.
000550
000560     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HD-HOLD-KEY
000600         FILE STATUS IS WS-HOLD-FILE-STATUS.
000610
000620     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDR"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SO-ORDER-NUMBER
000660         FILE STATUS IS WS-ORDR-FILE-STATUS.
000670
000671     SELECT CARD-TERMS-FILE ASSIGN TO "CARDTERM"
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS DYNAMIC
000674         RECORD KEY IS CD-ACCOUNT-NUMBER
000675         FILE STATUS IS WS-CARD-FILE-STATUS.
000676
000677     SELECT OD-PROTECTION-FILE ASSIGN TO "ODPROT"
000678         ORGANIZATION IS INDEXED
000679         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS OP-ACCOUNT-NUMBER
000681         FILE STATUS IS WS-ODPR-FILE-STATUS.
000682
000683     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
000684         ORGANIZATION IS INDEXED
000685         ACCESS MODE IS DYNAMIC
000686         RECORD KEY IS AR-RELATIONSHIP-KEY
000687         FILE STATUS IS WS-AREL-FILE-STATUS.
000688
000689     SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-AUDT-FILE-STATUS.
000710
000720     SELECT PRINT-FILE ASSIGN TO "CLOSADV"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PRNT-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  CLOSE-REQUEST-FILE.
000790 01  CLOSE-REQUEST-RECORD.
000800     05  CR-ACCOUNT-NUMBER     PIC X(20).
000810     05  CR-PAYOUT-ACCOUNT     PIC X(20).
000820     05  CR-OPERATOR-ID        PIC X(8).
000822*    DUAL CONTROL - A BLANK OR 'C' ACTION IS A CLOSURE REQUEST.  A
000824*    'V' REQUEST CARRIES THE APPROVING OPERATOR AND THE QUEUE ID
000826*    OF THE PARKED CLOSURE IT APPROVES (SEE APPRQM).
000828     05  CR-ACTION-CODE        PIC X(1).
000830         88  CR-CLOSE-REQUEST  VALUES 'C', SPACE.
000832         88  CR-APPROVE-REQUEST VALUE 'V'.
000834     05  CR-APPROVAL-ID        PIC X(12).
000836     05  FILLER                PIC X(19).
000840
000850 FD  ACCT-MASTER-FILE.
000860     COPY ACCTMSTR.
000870
000880 FD  LOAN-TERMS-FILE.
000890     COPY LOANTRM.
000900
000910 FD  FEE-SCHED-FILE.
000920 01  FEE-SCHED-RECORD.
000930     05  FS-ACCOUNT-TYPE       PIC X(2).
000940     05  FS-MONTHLY-FEE        PIC 9(5)V99.
000950     05  FS-FREE-TRX-COUNT     PIC 9(3).
000960     05  FS-EXCESS-TRX-FEE     PIC 9(3)V99.
000970     05  FS-OVERDRAFT-DAY-FEE  PIC 9(3)V99.
000980     05  FILLER                PIC X(58).
000990
001000 FD  TRX-JOURNAL-FILE.
001010     COPY TRXJRNL.
001020
001030 FD  HOLD-FILE.
001040     COPY HOLDREC.
001050
001060 FD  STANDING-ORDER-FILE.
001070     COPY STORDR.
001080
001081 FD  CARD-TERMS-FILE.
001082     COPY CARDTRM.
001083
001084 FD  OD-PROTECTION-FILE.
001085     COPY ODPROT.
001086
001087 FD  ACCT-REL-FILE.
001088     COPY ACCTREL.
001089
001090 FD  ACCT-AUDIT-FILE.
001100     COPY ACCTAUD.
001110
001120 FD  PRINT-FILE.
001130 01  PRINT-LINE                PIC X(100).
001140
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------
001170* FILE STATUS AND CONTROL SWITCHES
001180*----------------------------------------------------------------
001190 01  WS-CREQ-FILE-STATUS       PIC X(2)  VALUE '00'.
001200 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
001210 01  WS-LTRM-FILE-STATUS       PIC X(2)  VALUE '00'.
001220 01  WS-SCHD-FILE-STATUS       PIC X(2)  VALUE '00'.
001230 01  WS-JRNL-FILE-STATUS       PIC X(2)  VALUE '00'.
001240 01  WS-HOLD-FILE-STATUS       PIC X(2)  VALUE '00'.
001250 01  WS-ORDR-FILE-STATUS       PIC X(2)  VALUE '00'.
001260 01  WS-AUDT-FILE-STATUS       PIC X(2)  VALUE '00'.
001270 01  WS-PRNT-FILE-STATUS       PIC X(2)  VALUE '00'.
001272 01  WS-CARD-FILE-STATUS       PIC X(2)  VALUE '00'.
001274 01  WS-ODPR-FILE-STATUS       PIC X(2)  VALUE '00'.
001276 01  WS-AREL-FILE-STATUS       PIC X(2)  VALUE '00'.
001280
001290 01  WS-CREQ-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001300     88  END-OF-REQUESTS       VALUE 'Y'.
001310
001320 01  WS-LTRM-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001330     88  END-OF-LOAN-TERMS     VALUE 'Y'.
001340
001350 01  WS-SCHD-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001360     88  END-OF-SCHEDULE       VALUE 'Y'.
001370
001380 01  WS-JRNL-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001390     88  END-OF-JOURNAL        VALUE 'Y'.
001400
001410 01  WS-HSCAN-EOF-SWITCH       PIC X(1)  VALUE 'N'.
001420     88  END-OF-HOLD-SCAN      VALUE 'Y'.
001430
001440 01  WS-ORDR-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001450     88  END-OF-ORDERS         VALUE 'Y'.
001451
001452 01  WS-ODPR-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001453     88  END-OF-PROTECTION     VALUE 'Y'.
001454
001455 01  WS-RSCAN-EOF-SWITCH       PIC X(1)  VALUE 'N'.
001456     88  END-OF-REL-SCAN       VALUE 'Y'.
001457
001458*----------------------------------------------------------------
001459* THE FILES UPDATED ONCE ACCOUNTS HAVE CLOSED.  A FILE NOT YET
001460* CREATED HAS NOTHING TO UPDATE; ONE THAT WILL NOT OPEN IS
001461* NOTED ON THE ADVICE OF EVERY ACCOUNT CLOSED, SINCE THE RUN
001462* CANNOT STOP ONCE THE SETTLEMENT HAS POSTED.
001463*----------------------------------------------------------------
001464 01  WS-CARD-OPEN-SWITCH       PIC X(1)  VALUE 'M'.
001465     88  CARD-TERMS-OPEN       VALUE 'O'.
001466     88  CARD-TERMS-FAILED     VALUE 'F'.
001467 01  WS-AREL-OPEN-SWITCH       PIC X(1)  VALUE 'M'.
001468     88  RELATIONSHIPS-OPEN    VALUE 'O'.
001469     88  RELATIONSHIPS-FAILED  VALUE 'F'.
001470 01  WS-ORDR-OPEN-SWITCH       PIC X(1)  VALUE 'M'.
001471     88  ORDERS-FAILED         VALUE 'F'.
001472 01  WS-ODPR-OPEN-SWITCH       PIC X(1)  VALUE 'M'.
001473     88  PROTECTION-FAILED     VALUE 'F'.
001474 01  WS-HOLD-OPEN-SWITCH       PIC X(1)  VALUE 'M'.
001475     88  HOLDS-FAILED          VALUE 'F'.
001476
001477 01  WS-SAVED-MASTER-IMAGE     PIC X(66) VALUE LOW-VALUES.
001480
001490 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
001500 01  WS-PERIOD-START-DATE      PIC 9(8)  VALUE ZERO.
001501
001502*----------------------------------------------------------------
001503* DUAL CONTROL - EVERY CLOSURE IS PARKED WITH APPRQM ONCE IT HAS
001504* PASSED THE CHECKS BELOW.  A 'V' REQUEST REPLAYS THE PARKED
001505* CLOSURE WITH ITS APPROVER SET, WHICH BYPASSES THE QUEUE; IT IS
001506* CHECKED AGAIN AGAINST THE FILES AS THEY STAND THAT DAY.
001507*----------------------------------------------------------------
001508 01  WS-RUN-STAMP.
001509     05  WS-RUN-STAMP-DATE     PIC 9(8)  VALUE ZERO.
001510     05  WS-RUN-STAMP-TIME     PIC 9(8)  VALUE ZERO.
001511 01  WS-APPROVED-BY            PIC X(8)  VALUE SPACES.
001512 01  WS-APPROVAL-ID            PIC X(12) VALUE SPACES.
001513 01  WS-APPROVAL-MESSAGE       PIC X(40) VALUE SPACES.
001514
001515     COPY APPRQR.
001516
001517*----------------------------------------------------------------
001518* TRANSACTION REFERENCE FOR THE SETTLEMENT POSTINGS - XI FINAL
001519* INTEREST, XF FINAL FEE, XP PAYOUT
001520*----------------------------------------------------------------
001521 01  WS-CLOSE-REFERENCE.
001522     05  WS-CREF-CODE          PIC X(2)  VALUE SPACES.
001523     05  WS-CREF-RUN-DATE      PIC 9(6)  VALUE ZERO.
001524     05  WS-CREF-ACCOUNT       PIC X(20) VALUE SPACES.
001525     05  FILLER                PIC X(2)  VALUE SPACES.
001526
001527*----------------------------------------------------------------
001530* FINAL INTEREST USES INTCALC'S TWO RATES, ACCRUED BY THE DAY
001540* FROM THE LATER OF THE PERIOD START AND THE DAY AFTER THE
001550* PERIOD'S OWN 'MONTHLY INTEREST' POSTING, SO A CLOSURE AFTER
001560* THE MONTH'S INTEREST RUN IS NOT PAID TWICE.
001570*----------------------------------------------------------------
001580 01  WS-STANDARD-RATE          PIC 9V9(4) VALUE 0.0250.
001590 01  WS-REDUCED-RATE           PIC 9V9(4) VALUE 0.0010.
001600 01  WS-APPLICABLE-RATE        PIC 9V9(4) VALUE ZERO.
001610 01  WS-ACCRUAL-DAYS           PIC 9(3)   VALUE ZERO.
001620 01  WS-PROJECTED-BALANCE      PIC S9(9)V99 VALUE ZERO.
001630
001640*----------------------------------------------------------------
001650* FEE SCHEDULE TABLE - THE FINAL SERVICE CHARGE IS THE ACCOUNT
001660* TYPE'S FLAT MONTHLY FEE WHEN FEECALC HAS NOT YET CHARGED IT
001670* THIS PERIOD
001680*----------------------------------------------------------------
001690 01  WS-FS-TABLE-MAX           PIC 9(2)  COMP  VALUE 10.
001700 01  WS-FS-COUNT               PIC 9(2)  COMP  VALUE ZERO.
001710 01  WS-FS-INDEX               PIC 9(2)  COMP  VALUE ZERO.
001720 01  WS-FS-MATCH-INDEX         PIC 9(2)  COMP  VALUE ZERO.
001730
001740 01  FEE-SCHED-TABLE.
001750     05  FEE-SCHED-ENTRY OCCURS 10 TIMES.
001760         10  FT-ACCOUNT-TYPE       PIC X(2).
001770         10  FT-MONTHLY-FEE        PIC 9(5)V99.
001780
001781*----------------------------------------------------------------
001782* HOLDS RELEASED FOR THE PAYOUT, SO THOSE ON AN ACCOUNT THE RUN
001783* LEAVES OPEN CAN BE PUT BACK.  RH-CT-INDEX IS THE ACCOUNT'S
001784* CLOSURE ENTRY.
001785*----------------------------------------------------------------
001786 01  WS-RH-TABLE-MAX           PIC 9(4)  COMP  VALUE 2000.
001787 01  WS-RH-COUNT               PIC 9(4)  COMP  VALUE ZERO.
001788 01  WS-RH-INDEX               PIC 9(4)  COMP  VALUE ZERO.
001789
001790 01  RELEASED-HOLD-TABLE.
001791     05  RELEASED-HOLD-ENTRY OCCURS 2000 TIMES.
001792         10  RH-CT-INDEX           PIC 9(4)  COMP.
001793         10  RH-HOLD-SEQUENCE      PIC 9(4).
001794
001795*----------------------------------------------------------------
001800* ONE ENTRY PER CLOSURE REQUEST.  EVERY PASS OF THE RUN FILLS
001810* IN ITS STEP, AND THE ADVICE IS PRINTED FROM THE ENTRY AT THE
001820* END SO EACH ACCOUNT'S STEPS READ TOGETHER.
001830*----------------------------------------------------------------
001840 01  WS-CT-TABLE-MAX           PIC 9(4)  COMP  VALUE 500.
001850 01  WS-CT-COUNT               PIC 9(4)  COMP  VALUE ZERO.
001860 01  WS-CT-INDEX               PIC 9(4)  COMP  VALUE ZERO.
001870 01  WS-CT-MATCH-INDEX         PIC 9(4)  COMP  VALUE ZERO.
001880 01  WS-CT-SEARCH-INDEX        PIC 9(4)  COMP  VALUE ZERO.
001890 01  WS-CT-SEARCH-KEY          PIC X(20) VALUE SPACES.
001900
001910 01  CLOSURE-TABLE.
001920     05  CLOSURE-ENTRY OCCURS 500 TIMES.
001930         10  CT-ACCOUNT-NUMBER     PIC X(20).
001940         10  CT-PAYOUT-ACCOUNT     PIC X(20).
001950         10  CT-OPERATOR-ID        PIC X(8).
001953         10  CT-APPROVED-BY        PIC X(8).
001956         10  CT-APPROVAL-ID        PIC X(12).
001960         10  CT-ACCOUNT-TYPE       PIC X(2).
001970         10  CT-ACCOUNT-STATUS     PIC X(1).
001980         10  CT-MIN-BALANCE        PIC 9(5)V99.
001990         10  CT-OPENING-BALANCE    PIC S9(9)V99.
002000         10  CT-LOWEST-BALANCE     PIC S9(9)V99.
002010         10  CT-ACCRUE-FROM-DATE   PIC 9(8).
002020         10  CT-FEE-CHARGED-SW     PIC X(1).
002030         10  CT-INTEREST           PIC S9(9)V99.
002040         10  CT-FEE                PIC S9(9)V99.
002050         10  CT-PAYOUT             PIC S9(9)V99.
002060         10  CT-HOLDS-RELEASED     PIC 9(3).
002070         10  CT-HOLD-AMOUNT        PIC 9(9)V99.
002075         10  CT-HOLDS-REINSTATED   PIC 9(3).
002080         10  CT-ORDERS-CANCELLED   PIC 9(3).
002085         10  CT-ORDERS-FAILED      PIC 9(3).
002090         10  CT-ORDERS-INBOUND     PIC 9(3).
002091         10  CT-CARD-TERMS-SW      PIC X(1).
002092             88  CT-CARD-TERMS-CLOSED  VALUE 'C'.
002093             88  CT-CARD-TERMS-FAILED  VALUE 'F'.
002094         10  CT-PROTECTION-CANCELLED PIC 9(3).
002095         10  CT-PROTECTION-FAILED  PIC 9(3).
002096         10  CT-RELS-ENDED         PIC 9(3).
002097         10  CT-RELS-FAILED        PIC 9(3).
002100         10  CT-FINAL-BALANCE      PIC S9(9)V99.
002110         10  CT-OUTCOME            PIC X(1).
002120             88  CT-ACCEPTED       VALUE 'A'.
002130             88  CT-REFUSED        VALUE 'R'.
002140             88  CT-CLOSED         VALUE 'C'.
002150             88  CT-INCOMPLETE     VALUE 'I'.
002155             88  CT-PENDING        VALUE 'Q'.
002160         10  CT-REASON             PIC X(40).
002170
002180*----------------------------------------------------------------
002190* RUN COUNTERS
002200*----------------------------------------------------------------
002210 01  WS-CLOSED-COUNT           PIC 9(5)  VALUE ZERO.
002220 01  WS-REFUSED-COUNT          PIC 9(5)  VALUE ZERO.
002230 01  WS-INCOMPLETE-COUNT       PIC 9(5)  VALUE ZERO.
002235 01  WS-PENDING-COUNT          PIC 9(5)  VALUE ZERO.
002240
002250     COPY TRXREC.
002260
002270*----------------------------------------------------------------
002280* REPORT LINE WORK AREAS
002290*----------------------------------------------------------------
002300 01  WS-HEADING-1.
002310     05  FILLER               PIC X(36) VALUE
002320         'ACCOUNT CLOSURE SETTLEMENT ADVICE'.
002330     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
002340     05  WS-HDG-RUN-DATE      PIC 9(8).
002350
002360 01  WS-ACCOUNT-LINE.
002370     05  FILLER               PIC X(9)  VALUE 'ACCOUNT: '.
002380     05  WS-ACL-ACCOUNT       PIC X(20).
002390     05  FILLER               PIC X(7)  VALUE ' TYPE: '.
002400     05  WS-ACL-TYPE          PIC X(2).
002410     05  FILLER               PIC X(12) VALUE '  PAYOUT TO '.
002420     05  WS-ACL-PAYOUT        PIC X(20).
002430     05  FILLER               PIC X(12) VALUE '  OPERATOR: '.
002440     05  WS-ACL-OPERATOR      PIC X(8).
002450
002460 01  WS-STEP-LINE.
002470     05  FILLER               PIC X(4)  VALUE SPACES.
002480     05  WS-STP-TEXT          PIC X(30).
002490     05  WS-STP-COUNT         PIC ZZZZ.
002500     05  FILLER               PIC X(2)  VALUE SPACES.
002510     05  WS-STP-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
002520     05  FILLER               PIC X(2)  VALUE SPACES.
002530     05  WS-STP-NOTE          PIC X(40).
002540
002550 01  WS-OUTCOME-LINE.
002560     05  FILLER               PIC X(4)  VALUE SPACES.
002570     05  FILLER               PIC X(9)  VALUE 'OUTCOME: '.
002580     05  WS-OUT-TEXT          PIC X(20).
002590     05  WS-OUT-REASON        PIC X(40).
002600
002610 01  WS-SUMMARY-LINE.
002620     05  FILLER               PIC X(10) VALUE 'REQUESTS: '.
002630     05  WS-SUM-REQUESTS      PIC ZZZZ9.
002640     05  FILLER               PIC X(10) VALUE '  CLOSED: '.
002650     05  WS-SUM-CLOSED        PIC ZZZZ9.
002660     05  FILLER               PIC X(11) VALUE '  REFUSED: '.
002670     05  WS-SUM-REFUSED       PIC ZZZZ9.
002680     05  FILLER               PIC X(14) VALUE '  INCOMPLETE: '.
002690     05  WS-SUM-INCOMPLETE    PIC ZZZZ9.
002693     05  FILLER               PIC X(11) VALUE '  PENDING: '.
002696     05  WS-SUM-PENDING       PIC ZZZZ9.
002700
002710 PROCEDURE DIVISION.
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     PERFORM 2000-CHECK-REQUESTS THRU 2000-EXIT.
002750     PERFORM 2500-CHECK-LOANS THRU 2500-EXIT.
002760     PERFORM 2600-LOAD-FEE-SCHEDULE THRU 2600-EXIT.
002770     PERFORM 2700-SCAN-JOURNAL THRU 2700-EXIT.
002780     PERFORM 2800-COMPUTE-SETTLEMENT THRU 2800-EXIT
002790         VARYING WS-CT-INDEX FROM 1 BY 1
002800         UNTIL WS-CT-INDEX > WS-CT-COUNT.
002802     PERFORM 2900-DUAL-CONTROL-CHECK THRU 2900-EXIT
002804         VARYING WS-CT-INDEX FROM 1 BY 1
002806         UNTIL WS-CT-INDEX > WS-CT-COUNT.
002810     PERFORM 3000-RELEASE-HOLDS THRU 3000-EXIT.
002830     CALL 'TRANSOPEN'.
002840     PERFORM 4000-POST-SETTLEMENT THRU 4000-EXIT
002850         VARYING WS-CT-INDEX FROM 1 BY 1
002860         UNTIL WS-CT-INDEX > WS-CT-COUNT.
002870     CALL 'TRANSCLSE'.
002880     PERFORM 5000-CLOSE-ACCOUNTS THRU 5000-EXIT.
002881     PERFORM 5500-REINSTATE-HOLDS THRU 5500-EXIT.
002882     PERFORM 5600-CANCEL-ORDERS THRU 5600-EXIT.
002883     PERFORM 5700-CANCEL-PROTECTION THRU 5700-EXIT.
002884     PERFORM 5800-RECORD-APPROVAL THRU 5800-EXIT
002885         VARYING WS-CT-INDEX FROM 1 BY 1
002886         UNTIL WS-CT-INDEX > WS-CT-COUNT.
002890     PERFORM 6000-PRINT-ADVICE THRU 6000-EXIT
002900         VARYING WS-CT-INDEX FROM 1 BY 1
002910         UNTIL WS-CT-INDEX > WS-CT-COUNT.
002920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002930     STOP RUN.
002940
002950*================================================================
002960* 1000-INITIALIZE - OPEN THE REQUESTS AND THE ADVICE, SET THE
002970* PERIOD, LOAD EVERY REQUEST INTO THE CLOSURE TABLE
002980*================================================================
002990 1000-INITIALIZE.
003000     OPEN INPUT CLOSE-REQUEST-FILE.
003010     IF WS-CREQ-FILE-STATUS NOT = '00'
003020         DISPLAY 'ERROR: UNABLE TO OPEN CLOSREQ, STATUS: '
003030                 WS-CREQ-FILE-STATUS
003040         STOP RUN
003050     END-IF.
003060     OPEN OUTPUT PRINT-FILE.
003070     IF WS-PRNT-FILE-STATUS NOT = '00'
003080         DISPLAY 'ERROR: UNABLE TO OPEN CLOSADV, STATUS: '
003090                 WS-PRNT-FILE-STATUS
003100         CLOSE CLOSE-REQUEST-FILE
003110         STOP RUN
003120     END-IF.
003130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003133     MOVE WS-RUN-DATE TO WS-RUN-STAMP-DATE.
003136     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
003140     COMPUTE WS-PERIOD-START-DATE =
003150         FUNCTION INTEGER(WS-RUN-DATE / 100) * 100 + 1.
003160
003170     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
003180     MOVE WS-HEADING-1 TO PRINT-LINE.
003190     WRITE PRINT-LINE.
003200
003210     PERFORM 1200-READ-REQUEST THRU 1200-EXIT.
003220     PERFORM 1100-LOAD-REQUEST THRU 1100-EXIT
003230         UNTIL END-OF-REQUESTS.
003240     CLOSE CLOSE-REQUEST-FILE.
003250 1000-EXIT.
003260     EXIT.
003270
003280 1100-LOAD-REQUEST.
003290     IF WS-CT-COUNT NOT < WS-CT-TABLE-MAX
003300         DISPLAY 'ERROR: CLOSURE TABLE FULL - RUN STOPPED '
003310                 'BEFORE ANY POSTING'
003320         CLOSE CLOSE-REQUEST-FILE
003330         CLOSE PRINT-FILE
003340         STOP RUN
003350     END-IF.
003351     MOVE SPACES TO WS-APPROVED-BY.
003352     MOVE SPACES TO WS-APPROVAL-ID.
003353     MOVE SPACES TO WS-APPROVAL-MESSAGE.
003354     IF CR-APPROVE-REQUEST
003355         PERFORM 1400-FETCH-APPROVAL THRU 1400-EXIT
003356     END-IF.
003360     MOVE CR-ACCOUNT-NUMBER TO WS-CT-SEARCH-KEY.
003370     PERFORM 1300-FIND-CLOSURE-ENTRY THRU 1300-EXIT.
003380     ADD 1 TO WS-CT-COUNT.
003390     INITIALIZE CLOSURE-ENTRY (WS-CT-COUNT).
003400     MOVE CR-ACCOUNT-NUMBER TO CT-ACCOUNT-NUMBER (WS-CT-COUNT).
003410     MOVE CR-PAYOUT-ACCOUNT TO CT-PAYOUT-ACCOUNT (WS-CT-COUNT).
003420     MOVE CR-OPERATOR-ID    TO CT-OPERATOR-ID (WS-CT-COUNT).
003423     MOVE WS-APPROVED-BY    TO CT-APPROVED-BY (WS-CT-COUNT).
003426     MOVE WS-APPROVAL-ID    TO CT-APPROVAL-ID (WS-CT-COUNT).
003430     MOVE 'N'               TO CT-FEE-CHARGED-SW (WS-CT-COUNT).
003440     MOVE 'A'               TO CT-OUTCOME (WS-CT-COUNT).
003441     IF WS-APPROVAL-MESSAGE NOT = SPACES
003442         MOVE 'R' TO CT-OUTCOME (WS-CT-COUNT)
003443         MOVE WS-APPROVAL-MESSAGE TO CT-REASON (WS-CT-COUNT)
003444         GO TO 1100-NEXT
003445     END-IF.
003446     IF NOT CR-CLOSE-REQUEST
003447         MOVE 'R' TO CT-OUTCOME (WS-CT-COUNT)
003448         MOVE 'INVALID ACTION CODE'
003449             TO CT-REASON (WS-CT-COUNT)
003450         GO TO 1100-NEXT
003451     END-IF.
003452     IF WS-CT-MATCH-INDEX > ZERO
003460         MOVE 'R' TO CT-OUTCOME (WS-CT-COUNT)
003470         MOVE 'DUPLICATE REQUEST IN THIS RUN'
003480             TO CT-REASON (WS-CT-COUNT)
003490     END-IF.
003495 1100-NEXT.
003500     PERFORM 1200-READ-REQUEST THRU 1200-EXIT.
003510 1100-EXIT.
003520     EXIT.
003530
003540 1200-READ-REQUEST.
003550     READ CLOSE-REQUEST-FILE
003560         AT END
003570             MOVE 'Y' TO WS-CREQ-EOF-SWITCH
003580     END-READ.
003590 1200-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630* 1300-FIND-CLOSURE-ENTRY - LOCATE WS-CT-SEARCH-KEY AMONG THE
003640* REQUESTS; WS-CT-MATCH-INDEX IS ZERO WHEN IT IS NOT THERE
003650*----------------------------------------------------------------
003660 1300-FIND-CLOSURE-ENTRY.
003670     MOVE ZERO TO WS-CT-MATCH-INDEX.
003680     PERFORM 1310-COMPARE-CLOSURE-ENTRY THRU 1310-EXIT
003690         VARYING WS-CT-SEARCH-INDEX FROM 1 BY 1
003700         UNTIL WS-CT-SEARCH-INDEX > WS-CT-COUNT.
003710 1300-EXIT.
003720     EXIT.
003730
003740 1310-COMPARE-CLOSURE-ENTRY.
003750     IF CT-ACCOUNT-NUMBER (WS-CT-SEARCH-INDEX)
003760             = WS-CT-SEARCH-KEY
003770         MOVE WS-CT-SEARCH-INDEX TO WS-CT-MATCH-INDEX
003780         MOVE WS-CT-COUNT TO WS-CT-SEARCH-INDEX
003790     END-IF.
003800 1310-EXIT.
003810     EXIT.
003811
003812*----------------------------------------------------------------
003813* 1400-FETCH-APPROVAL - A SECOND OPERATOR APPROVES A PARKED
003814* CLOSURE.  APPRQM HANDS BACK THE ORIGINAL CLOSREQ RECORD ONLY IF
003815* THE APPROVER IS NOT ITS MAKER, IT WAS PARKED ON AN EARLIER RUN
003816* AND IT HAS NOT EXPIRED.  IT THEN REPLACES THE 'V' RECORD AND
003817* IS CHECKED AND SETTLED LIKE ANY OTHER REQUEST.
003818*----------------------------------------------------------------
003819 1400-FETCH-APPROVAL.
003820     MOVE 'F'               TO QR-FUNCTION.
003821     MOVE 'ACCTCLOS'        TO QR-PROGRAM-NAME.
003822     MOVE WS-RUN-DATE       TO QR-RUN-DATE.
003823     MOVE WS-RUN-STAMP      TO QR-RUN-STAMP.
003824     MOVE CR-OPERATOR-ID    TO QR-OPERATOR-ID.
003825     MOVE CR-APPROVAL-ID    TO QR-QUEUE-ID.
003826     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003827     IF NOT QR-GO-AHEAD
003828         STRING 'APPROVAL REJECTED - ' DELIMITED BY SIZE
003829                QR-MESSAGE DELIMITED BY SIZE
003830                INTO WS-APPROVAL-MESSAGE
003831         GO TO 1400-EXIT
003832     END-IF.
003833     MOVE CR-OPERATOR-ID    TO WS-APPROVED-BY.
003834     MOVE CR-APPROVAL-ID    TO WS-APPROVAL-ID.
003835     MOVE QR-REQUEST-IMAGE  TO CLOSE-REQUEST-RECORD.
003836 1400-EXIT.
003837     EXIT.
003838
003839*================================================================
003840* 2000-CHECK-REQUESTS - CHECK EACH ACCOUNT AND ITS PAYOUT
003850* ACCOUNT AGAINST THE MASTER AND CAPTURE WHAT SETTLEMENT NEEDS
003860*================================================================
003870 2000-CHECK-REQUESTS.
003880     OPEN INPUT ACCT-MASTER-FILE.
003890     IF WS-ACCT-FILE-STATUS NOT = '00'
003900         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
003910                 WS-ACCT-FILE-STATUS
003920         CLOSE PRINT-FILE
003930         STOP RUN
003940     END-IF.
003950     PERFORM 2100-CHECK-ONE-REQUEST THRU 2100-EXIT
003960         VARYING WS-CT-INDEX FROM 1 BY 1
003970         UNTIL WS-CT-INDEX > WS-CT-COUNT.
003980     CLOSE ACCT-MASTER-FILE.
003990 2000-EXIT.
004000     EXIT.
004010
004020 2100-CHECK-ONE-REQUEST.
004030     IF NOT CT-ACCEPTED (WS-CT-INDEX)
004040         GO TO 2100-EXIT
004050     END-IF.
004060     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO AM-ACCOUNT-NUMBER.
004070     READ ACCT-MASTER-FILE
004080         INVALID KEY
004090             MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
004100             MOVE 'ACCOUNT NOT ON FILE'
004110                 TO CT-REASON (WS-CT-INDEX)
004120             GO TO 2100-EXIT
004130     END-READ.
004140     MOVE AM-ACCOUNT-TYPE    TO CT-ACCOUNT-TYPE (WS-CT-INDEX).
004150     MOVE AM-ACCOUNT-STATUS  TO CT-ACCOUNT-STATUS (WS-CT-INDEX).
004160     MOVE AM-MIN-BALANCE     TO CT-MIN-BALANCE (WS-CT-INDEX).
004170     MOVE AM-CURRENT-BALANCE
004180         TO CT-OPENING-BALANCE (WS-CT-INDEX).
004190     MOVE AM-CURRENT-BALANCE
004200         TO CT-LOWEST-BALANCE (WS-CT-INDEX).
004210     MOVE AM-CURRENT-BALANCE
004220         TO CT-FINAL-BALANCE (WS-CT-INDEX).
004230     MOVE WS-PERIOD-START-DATE
004240         TO CT-ACCRUE-FROM-DATE (WS-CT-INDEX).
004250     IF AM-CLOSED-ACCOUNT
004260         MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
004270         MOVE 'ACCOUNT ALREADY CLOSED'
004280             TO CT-REASON (WS-CT-INDEX)
004290         GO TO 2100-EXIT
004300     END-IF.
004310
004320     IF CT-PAYOUT-ACCOUNT (WS-CT-INDEX) = SPACES
004330         GO TO 2100-EXIT
004340     END-IF.
004350     IF CT-PAYOUT-ACCOUNT (WS-CT-INDEX)
004360             = CT-ACCOUNT-NUMBER (WS-CT-INDEX)
004370         MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
004380         MOVE 'PAYOUT ACCOUNT IS THE CLOSING ACCOUNT'
004390             TO CT-REASON (WS-CT-INDEX)
004400         GO TO 2100-EXIT
004410     END-IF.
004420     MOVE CT-PAYOUT-ACCOUNT (WS-CT-INDEX) TO AM-ACCOUNT-NUMBER.
004430     READ ACCT-MASTER-FILE
004440         INVALID KEY
004450             MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
004460             MOVE 'PAYOUT ACCOUNT NOT ON FILE'
004470                 TO CT-REASON (WS-CT-INDEX)
004480             GO TO 2100-EXIT
004490     END-READ.
004500     IF NOT AM-ACTIVE-ACCOUNT
004510         MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
004520         MOVE 'PAYOUT ACCOUNT NOT ACTIVE'
004530             TO CT-REASON (WS-CT-INDEX)
004540     END-IF.
004550 2100-EXIT.
004560     EXIT.
004570
004580*================================================================
004590* 2500-CHECK-LOANS - ONE PASS OF LOANTERM.  AN ACTIVE LOAN
004600* DRAFTED FROM, OR CARRIED ON, A CLOSING ACCOUNT REFUSES THE
004610* CLOSURE.
004620*================================================================
004630 2500-CHECK-LOANS.
004640     OPEN INPUT LOAN-TERMS-FILE.
004650     IF WS-LTRM-FILE-STATUS = '35'
004660         GO TO 2500-EXIT
004670     END-IF.
004680     IF WS-LTRM-FILE-STATUS NOT = '00'
004690         DISPLAY 'ERROR: UNABLE TO OPEN LOANTERM, STATUS: '
004700                 WS-LTRM-FILE-STATUS
004710         CLOSE PRINT-FILE
004720         STOP RUN
004730     END-IF.
004740     PERFORM 2510-READ-LOAN-TERMS THRU 2510-EXIT.
004750     PERFORM 2520-CHECK-ONE-LOAN THRU 2520-EXIT
004760         UNTIL END-OF-LOAN-TERMS.
004770     CLOSE LOAN-TERMS-FILE.
004780 2500-EXIT.
004790     EXIT.
004800
004810 2510-READ-LOAN-TERMS.
004820     READ LOAN-TERMS-FILE NEXT RECORD
004830         AT END
004840             MOVE 'Y' TO WS-LTRM-EOF-SWITCH
004850     END-READ.
004860 2510-EXIT.
004870     EXIT.
004880
004890 2520-CHECK-ONE-LOAN.
004900     IF NOT LT-ACTIVE-LOAN
004910         GO TO 2520-NEXT
004920     END-IF.
004930     MOVE LT-PAYMENT-ACCOUNT TO WS-CT-SEARCH-KEY.
004940     PERFORM 1300-FIND-CLOSURE-ENTRY THRU 1300-EXIT.
004950     IF WS-CT-MATCH-INDEX > ZERO
004960         IF CT-ACCEPTED (WS-CT-MATCH-INDEX)
004970             MOVE 'R' TO CT-OUTCOME (WS-CT-MATCH-INDEX)
004980             MOVE 'PAYMENT ACCOUNT FOR AN ACTIVE LOAN'
004990                 TO CT-REASON (WS-CT-MATCH-INDEX)
005000         END-IF
005010     END-IF.
005020     MOVE LT-ACCOUNT-NUMBER TO WS-CT-SEARCH-KEY.
005030     PERFORM 1300-FIND-CLOSURE-ENTRY THRU 1300-EXIT.
005040     IF WS-CT-MATCH-INDEX > ZERO
005050         IF CT-ACCEPTED (WS-CT-MATCH-INDEX)
005060             MOVE 'R' TO CT-OUTCOME (WS-CT-MATCH-INDEX)
005070             MOVE 'CARRIES AN ACTIVE LOAN'
005080                 TO CT-REASON (WS-CT-MATCH-INDEX)
005090         END-IF
005100     END-IF.
005110 2520-NEXT.
005120     PERFORM 2510-READ-LOAN-TERMS THRU 2510-EXIT.
005130 2520-EXIT.
005140     EXIT.
005150
005160*================================================================
005170* 2600-LOAD-FEE-SCHEDULE - FLAT MONTHLY FEE PER ACCOUNT TYPE.
005180* NO SCHEDULE ON FILE MEANS NO FINAL SERVICE CHARGE.
005190*================================================================
005200 2600-LOAD-FEE-SCHEDULE.
005210     OPEN INPUT FEE-SCHED-FILE.
005220     IF WS-SCHD-FILE-STATUS = '35'
005230         GO TO 2600-EXIT
005240     END-IF.
005250     IF WS-SCHD-FILE-STATUS NOT = '00'
005260         DISPLAY 'ERROR: UNABLE TO OPEN FEESCHED, STATUS: '
005270                 WS-SCHD-FILE-STATUS
005280         CLOSE PRINT-FILE
005290         STOP RUN
005300     END-IF.
005310     PERFORM 2620-READ-SCHEDULE THRU 2620-EXIT.
005320     PERFORM 2610-LOAD-SCHEDULE-ENTRY THRU 2610-EXIT
005330         UNTIL END-OF-SCHEDULE.
005340     CLOSE FEE-SCHED-FILE.
005350 2600-EXIT.
005360     EXIT.
005370
005380 2610-LOAD-SCHEDULE-ENTRY.
005390     IF WS-FS-COUNT NOT < WS-FS-TABLE-MAX
005400         DISPLAY 'WARNING: FEE SCHEDULE TABLE FULL, SKIPPED: '
005410                 FS-ACCOUNT-TYPE
005420         GO TO 2610-NEXT
005430     END-IF.
005440     ADD 1 TO WS-FS-COUNT.
005450     MOVE FS-ACCOUNT-TYPE TO FT-ACCOUNT-TYPE (WS-FS-COUNT).
005460     MOVE FS-MONTHLY-FEE  TO FT-MONTHLY-FEE (WS-FS-COUNT).
005470 2610-NEXT.
005480     PERFORM 2620-READ-SCHEDULE THRU 2620-EXIT.
005490 2610-EXIT.
005500     EXIT.
005510
005520 2620-READ-SCHEDULE.
005530     READ FEE-SCHED-FILE
005540         AT END
005550             MOVE 'Y' TO WS-SCHD-EOF-SWITCH
005560     END-READ.
005570 2620-EXIT.
005580     EXIT.
005590
005600*================================================================
005610* 2700-SCAN-JOURNAL - ONE PASS OF THE PERIOD'S JOURNAL FOR THE
005620* CLOSING ACCOUNTS: THE LOWEST POST-BALANCE (INTCALC'S REDUCED
005630* RATE TEST), WHETHER THE PERIOD'S INTEREST HAS ALREADY BEEN
005640* PAID AND WHETHER THE PERIOD'S SERVICE CHARGE WAS ALREADY
005650* TAKEN.  WITHOUT THE JOURNAL NOTHING CAN BE SETTLED SAFELY.
005660*================================================================
005670 2700-SCAN-JOURNAL.
005680     OPEN INPUT TRX-JOURNAL-FILE.
005690     IF WS-JRNL-FILE-STATUS NOT = '00'
005700         DISPLAY 'ERROR: UNABLE TO OPEN TRXJRNL, STATUS: '
005710                 WS-JRNL-FILE-STATUS
005720         CLOSE PRINT-FILE
005730         STOP RUN
005740     END-IF.
005750     PERFORM 2710-READ-JOURNAL THRU 2710-EXIT.
005760     PERFORM 2720-CHECK-JOURNAL-ENTRY THRU 2720-EXIT
005770         UNTIL END-OF-JOURNAL.
005780     CLOSE TRX-JOURNAL-FILE.
005790 2700-EXIT.
005800     EXIT.
005810
005820 2710-READ-JOURNAL.
005830     READ TRX-JOURNAL-FILE
005840         AT END
005850             MOVE 'Y' TO WS-JRNL-EOF-SWITCH
005860     END-READ.
005870 2710-EXIT.
005880     EXIT.
005890
005900 2720-CHECK-JOURNAL-ENTRY.
005910     IF TJ-TRX-DATE < WS-PERIOD-START-DATE
005920             OR TJ-TRX-DATE > WS-RUN-DATE
005930         GO TO 2720-NEXT
005940     END-IF.
005950     MOVE TJ-TRX-ACCOUNT TO WS-CT-SEARCH-KEY.
005960     PERFORM 1300-FIND-CLOSURE-ENTRY THRU 1300-EXIT.
005970     IF WS-CT-MATCH-INDEX = ZERO
005980         GO TO 2720-NEXT
005990     END-IF.
006000     IF TJ-POST-BALANCE < CT-LOWEST-BALANCE (WS-CT-MATCH-INDEX)
006010         MOVE TJ-POST-BALANCE
006020             TO CT-LOWEST-BALANCE (WS-CT-MATCH-INDEX)
006030     END-IF.
006040     IF TJ-TRX-DESCRIPTION (1:16) = 'MONTHLY INTEREST'
006050             AND TJ-TRX-DATE NOT <
006060                 CT-ACCRUE-FROM-DATE (WS-CT-MATCH-INDEX)
006070         MOVE FUNCTION DATE-OF-INTEGER
006080                 (FUNCTION INTEGER-OF-DATE (TJ-TRX-DATE) + 1)
006090             TO CT-ACCRUE-FROM-DATE (WS-CT-MATCH-INDEX)
006100     END-IF.
006110     IF TJ-TRX-DESCRIPTION (1:15) = 'SERVICE CHARGES'
006120         MOVE 'Y' TO CT-FEE-CHARGED-SW (WS-CT-MATCH-INDEX)
006130     END-IF.
006140 2720-NEXT.
006150     PERFORM 2710-READ-JOURNAL THRU 2710-EXIT.
006160 2720-EXIT.
006170     EXIT.
006180
006190*================================================================
006200* 2800-COMPUTE-SETTLEMENT - FINAL INTEREST, FINAL SERVICE
006210* CHARGE AND THE RESIDUAL TO PAY OUT.  AN ACCOUNT THAT WOULD
006220* STILL OWE MONEY, OR HAS A RESIDUAL AND NOWHERE TO SEND IT, IS
006230* REFUSED BEFORE ANYTHING IS TOUCHED.
006240*================================================================
006250 2800-COMPUTE-SETTLEMENT.
006260     IF NOT CT-ACCEPTED (WS-CT-INDEX)
006270         GO TO 2800-EXIT
006280     END-IF.
006290
006300     IF CT-PAYOUT-ACCOUNT (WS-CT-INDEX) NOT = SPACES
006310         MOVE CT-PAYOUT-ACCOUNT (WS-CT-INDEX) TO WS-CT-SEARCH-KEY
006320         PERFORM 1300-FIND-CLOSURE-ENTRY THRU 1300-EXIT
006330         IF WS-CT-MATCH-INDEX > ZERO
006340             MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
006350             MOVE 'PAYOUT ACCOUNT IS ALSO CLOSING'
006360                 TO CT-REASON (WS-CT-INDEX)
006370             GO TO 2800-EXIT
006380         END-IF
006390     END-IF.
006400
006410     IF CT-ACCOUNT-TYPE (WS-CT-INDEX) = 'SA'
006420             AND CT-OPENING-BALANCE (WS-CT-INDEX) > ZERO
006430             AND CT-ACCRUE-FROM-DATE (WS-CT-INDEX)
006440                 NOT > WS-RUN-DATE
006450         PERFORM 2810-COMPUTE-FINAL-INTEREST THRU 2810-EXIT
006460     END-IF.
006470
006480     IF CT-FEE-CHARGED-SW (WS-CT-INDEX) = 'N'
006490         MOVE ZERO TO WS-FS-MATCH-INDEX
006500         PERFORM 2820-FIND-SCHEDULE THRU 2820-EXIT
006510             VARYING WS-FS-INDEX FROM 1 BY 1
006520             UNTIL WS-FS-INDEX > WS-FS-COUNT
006530         IF WS-FS-MATCH-INDEX > ZERO
006540             MOVE FT-MONTHLY-FEE (WS-FS-MATCH-INDEX)
006550                 TO CT-FEE (WS-CT-INDEX)
006560         END-IF
006570     END-IF.
006580
006590     COMPUTE WS-PROJECTED-BALANCE =
006600         CT-OPENING-BALANCE (WS-CT-INDEX)
006610         + CT-INTEREST (WS-CT-INDEX)
006620         - CT-FEE (WS-CT-INDEX).
006630     IF WS-PROJECTED-BALANCE < ZERO
006640         MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
006650         MOVE 'BALANCE OWED AFTER FINAL CHARGES'
006660             TO CT-REASON (WS-CT-INDEX)
006670         GO TO 2800-EXIT
006680     END-IF.
006690     IF WS-PROJECTED-BALANCE > ZERO
006700             AND CT-PAYOUT-ACCOUNT (WS-CT-INDEX) = SPACES
006710         MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
006720         MOVE 'PAYOUT ACCOUNT REQUIRED FOR RESIDUAL'
006730             TO CT-REASON (WS-CT-INDEX)
006740         GO TO 2800-EXIT
006750     END-IF.
006760     IF CT-ACCOUNT-STATUS (WS-CT-INDEX) = 'D'
006770             AND (CT-OPENING-BALANCE (WS-CT-INDEX) NOT = ZERO
006780                 OR CT-INTEREST (WS-CT-INDEX) NOT = ZERO
006790                 OR CT-FEE (WS-CT-INDEX) NOT = ZERO)
006800         MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
006810         MOVE 'DORMANT - REACTIVATE BEFORE SETTLEMENT'
006820             TO CT-REASON (WS-CT-INDEX)
006830         GO TO 2800-EXIT
006840     END-IF.
006850     MOVE WS-PROJECTED-BALANCE TO CT-PAYOUT (WS-CT-INDEX).
006860 2800-EXIT.
006870     EXIT.
006880
006890 2810-COMPUTE-FINAL-INTEREST.
006900     IF CT-LOWEST-BALANCE (WS-CT-INDEX)
006910             < CT-MIN-BALANCE (WS-CT-INDEX)
006920         MOVE WS-REDUCED-RATE TO WS-APPLICABLE-RATE
006930     ELSE
006940         MOVE WS-STANDARD-RATE TO WS-APPLICABLE-RATE
006950     END-IF.
006960     COMPUTE WS-ACCRUAL-DAYS =
006970         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
006980         - FUNCTION INTEGER-OF-DATE
006990             (CT-ACCRUE-FROM-DATE (WS-CT-INDEX)) + 1.
007000     COMPUTE CT-INTEREST (WS-CT-INDEX) ROUNDED =
007010         CT-OPENING-BALANCE (WS-CT-INDEX)
007020         * WS-APPLICABLE-RATE * WS-ACCRUAL-DAYS / 365.
007030 2810-EXIT.
007040     EXIT.
007050
007060 2820-FIND-SCHEDULE.
007070     IF FT-ACCOUNT-TYPE (WS-FS-INDEX)
007080             = CT-ACCOUNT-TYPE (WS-CT-INDEX)
007090         MOVE WS-FS-INDEX TO WS-FS-MATCH-INDEX
007100         MOVE WS-FS-COUNT TO WS-FS-INDEX
007110     END-IF.
007120 2820-EXIT.
007130     EXIT.
007131
007132*================================================================
007133* 2900-DUAL-CONTROL-CHECK - OFFER EACH CLOSURE STILL ACCEPTED TO
007134* APPRQM, WITH THE CLOSREQ RECORD AS ITS REQUEST IMAGE.  ONE IT
007135* PARKS, OR REFUSES FOR WANT OF AN OPERATOR ID, IS NOT SETTLED
007136* THIS RUN.  AN APPROVED CLOSURE BEING REPLAYED IS NOT OFFERED.
007137*================================================================
007138 2900-DUAL-CONTROL-CHECK.
007139     IF NOT CT-ACCEPTED (WS-CT-INDEX)
007140         GO TO 2900-EXIT
007141     END-IF.
007142     IF CT-APPROVED-BY (WS-CT-INDEX) NOT = SPACES
007143         GO TO 2900-EXIT
007144     END-IF.
007145
007146     MOVE 'Q'                 TO QR-FUNCTION.
007147     MOVE 'ACCTCLOS'          TO QR-PROGRAM-NAME.
007148     MOVE WS-RUN-DATE         TO QR-RUN-DATE.
007149     MOVE WS-RUN-STAMP        TO QR-RUN-STAMP.
007150     MOVE 'C'                 TO QR-ACTION-CODE.
007151     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO QR-ACCOUNT-NUMBER.
007152     MOVE CT-OPENING-BALANCE (WS-CT-INDEX) TO QR-AMOUNT.
007153     MOVE CT-OPERATOR-ID (WS-CT-INDEX) TO QR-OPERATOR-ID.
007154     MOVE SPACES TO QR-REQUEST-IMAGE.
007155     STRING CT-ACCOUNT-NUMBER (WS-CT-INDEX) DELIMITED BY SIZE
007156            CT-PAYOUT-ACCOUNT (WS-CT-INDEX) DELIMITED BY SIZE
007157            CT-OPERATOR-ID (WS-CT-INDEX)    DELIMITED BY SIZE
007158            'C'                             DELIMITED BY SIZE
007159            INTO QR-REQUEST-IMAGE.
007160     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
007161     IF QR-GO-AHEAD
007162         GO TO 2900-EXIT
007163     END-IF.
007164
007165     IF QR-QUEUED
007166         MOVE 'Q' TO CT-OUTCOME (WS-CT-INDEX)
007167         MOVE SPACES TO CT-REASON (WS-CT-INDEX)
007168         STRING 'QUEUE ID ' DELIMITED BY SIZE
007169                QR-QUEUE-ID DELIMITED BY SIZE
007170                INTO CT-REASON (WS-CT-INDEX)
007171     ELSE
007172         MOVE 'R' TO CT-OUTCOME (WS-CT-INDEX)
007173         MOVE QR-MESSAGE TO CT-REASON (WS-CT-INDEX)
007174     END-IF.
007175 2900-EXIT.
007176     EXIT.
007177
007178*================================================================
007179* 3000-RELEASE-HOLDS - RELEASE EVERY ACTIVE HOLD ON AN ACCEPTED
007180* ACCOUNT BEFORE THE PAYOUT, SO TRANSLEDG'S AVAILABLE-BALANCE
007181* CHECK SEES THE WHOLE RESIDUAL.  EACH HOLD RELEASED IS LISTED
007182* SO 5500 CAN PUT IT BACK IF THE ACCOUNT IS NOT CLOSED.  AN
007183* ACCOUNT WHOSE HOLDS CANNOT ALL BE RELEASED AND LISTED IS NOT
007184* SETTLED.
007190*================================================================
007200 3000-RELEASE-HOLDS.
007210     OPEN I-O HOLD-FILE.
007220     IF WS-HOLD-FILE-STATUS = '35'
007230         GO TO 3000-EXIT
007240     END-IF.
007250     IF WS-HOLD-FILE-STATUS NOT = '00'
007260         DISPLAY 'ERROR: UNABLE TO OPEN HOLDFILE, STATUS: '
007270                 WS-HOLD-FILE-STATUS
007280         CLOSE PRINT-FILE
007290         STOP RUN
007300     END-IF.
007310     PERFORM 3100-RELEASE-ACCOUNT-HOLDS THRU 3100-EXIT
007320         VARYING WS-CT-INDEX FROM 1 BY 1
007330         UNTIL WS-CT-INDEX > WS-CT-COUNT.
007340     CLOSE HOLD-FILE.
007350 3000-EXIT.
007360     EXIT.
007370
007380 3100-RELEASE-ACCOUNT-HOLDS.
007390     IF NOT CT-ACCEPTED (WS-CT-INDEX)
007400         GO TO 3100-EXIT
007410     END-IF.
007420     MOVE 'N' TO WS-HSCAN-EOF-SWITCH.
007430     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO HD-ACCOUNT-NUMBER.
007440     MOVE ZERO TO HD-HOLD-SEQUENCE.
007450     START HOLD-FILE
007460         KEY NOT < HD-HOLD-KEY
007470         INVALID KEY
007480             MOVE 'Y' TO WS-HSCAN-EOF-SWITCH
007490     END-START.
007500     PERFORM 3110-RELEASE-ONE-HOLD THRU 3110-EXIT
007510         UNTIL END-OF-HOLD-SCAN.
007520 3100-EXIT.
007530     EXIT.
007540
007550 3110-RELEASE-ONE-HOLD.
007560     READ HOLD-FILE NEXT RECORD
007570         AT END
007580             MOVE 'Y' TO WS-HSCAN-EOF-SWITCH
007590             GO TO 3110-EXIT
007600     END-READ.
007610     IF HD-ACCOUNT-NUMBER NOT = CT-ACCOUNT-NUMBER (WS-CT-INDEX)
007620         MOVE 'Y' TO WS-HSCAN-EOF-SWITCH
007630         GO TO 3110-EXIT
007640     END-IF.
007650     IF NOT HD-ACTIVE-HOLD
007651         GO TO 3110-EXIT
007652     END-IF.
007653     IF WS-RH-COUNT NOT < WS-RH-TABLE-MAX
007654         MOVE 'HOLD TABLE FULL - RESUBMIT NEXT RUN'
007655             TO CT-REASON (WS-CT-INDEX)
007656         PERFORM 3190-WITHDRAW-SETTLEMENT THRU 3190-EXIT
007657         GO TO 3110-EXIT
007658     END-IF.
007660     MOVE 'R' TO HD-HOLD-STATUS.
007670     REWRITE HOLD-MASTER-RECORD
007671         INVALID KEY
007672             DISPLAY 'ERROR: HOLDFILE REWRITE FAILED FOR: '
007673                     HD-HOLD-KEY
007674             MOVE 'HOLD RELEASE FAILED - SEE JOB LOG'
007675                 TO CT-REASON (WS-CT-INDEX)
007676             PERFORM 3190-WITHDRAW-SETTLEMENT THRU 3190-EXIT
007677             GO TO 3110-EXIT
007678     END-REWRITE.
007679     ADD 1 TO WS-RH-COUNT.
007680     MOVE WS-CT-INDEX TO RH-CT-INDEX (WS-RH-COUNT).
007681     MOVE HD-HOLD-SEQUENCE TO RH-HOLD-SEQUENCE (WS-RH-COUNT).
007682     ADD 1 TO CT-HOLDS-RELEASED (WS-CT-INDEX).
007690     ADD HD-HOLD-AMOUNT TO CT-HOLD-AMOUNT (WS-CT-INDEX).
007710 3110-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------
007750* 3190-WITHDRAW-SETTLEMENT - THE ACCOUNT IS LEFT OPEN WITH
007760* NOTHING POSTED (REASON SET BY THE CALLER).  HOLDS ALREADY
007770* RELEASED FOR IT ARE PUT BACK BY 5500.
007780*----------------------------------------------------------------
007790 3190-WITHDRAW-SETTLEMENT.
007800     MOVE 'I'  TO CT-OUTCOME (WS-CT-INDEX).
007810     MOVE ZERO TO CT-INTEREST (WS-CT-INDEX).
007820     MOVE ZERO TO CT-FEE (WS-CT-INDEX).
007830     MOVE ZERO TO CT-PAYOUT (WS-CT-INDEX).
007840     MOVE 'Y'  TO WS-HSCAN-EOF-SWITCH.
007850 3190-EXIT.
007860     EXIT.
007870
007880
008340*================================================================
008350* 4000-POST-SETTLEMENT - FINAL INTEREST, FINAL SERVICE CHARGE
008360* AND THE RESIDUAL PAYOUT THROUGH TRANSLEDG, IN THAT ORDER
008370*================================================================
008380 4000-POST-SETTLEMENT.
008390     IF NOT CT-ACCEPTED (WS-CT-INDEX)
008400         GO TO 4000-EXIT
008410     END-IF.
008420     MOVE WS-RUN-DATE TO TRX-DATE.
008430     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO TRX-ACCOUNT.
008440     MOVE SPACES TO TO-ACCOUNT.
008450     MOVE 'N' TO TRX-REACT-FLAG.
008453     MOVE WS-RUN-DATE (3:6) TO WS-CREF-RUN-DATE.
008456     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO WS-CREF-ACCOUNT.
008460
008470     IF CT-INTEREST (WS-CT-INDEX) > ZERO
008480         MOVE 'CR' TO TRX-TYPE
008490         MOVE CT-INTEREST (WS-CT-INDEX) TO TRX-AMOUNT
008500         MOVE 'MONTHLY INTEREST - FINAL ON CLOSURE'
008510             TO TRX-DESCRIPTION
008513         MOVE 'XI' TO WS-CREF-CODE
008516         MOVE WS-CLOSE-REFERENCE TO TRX-REFERENCE
008520         CALL 'TRANSLEDG' USING TRANSACTION-RECORD
008530     END-IF.
008540
008550     IF CT-FEE (WS-CT-INDEX) > ZERO
008560         MOVE 'DR' TO TRX-TYPE
008570         MOVE CT-FEE (WS-CT-INDEX) TO TRX-AMOUNT
008580         MOVE 'SERVICE CHARGES - FINAL ON CLOSURE'
008590             TO TRX-DESCRIPTION
008593         MOVE 'XF' TO WS-CREF-CODE
008596         MOVE WS-CLOSE-REFERENCE TO TRX-REFERENCE
008600         CALL 'TRANSLEDG' USING TRANSACTION-RECORD
008610     END-IF.
008620
008630     IF CT-PAYOUT (WS-CT-INDEX) > ZERO
008640         MOVE 'TF' TO TRX-TYPE
008650         MOVE CT-PAYOUT (WS-CT-INDEX) TO TRX-AMOUNT
008660         MOVE CT-PAYOUT-ACCOUNT (WS-CT-INDEX) TO TO-ACCOUNT
008670         MOVE SPACES TO TRX-DESCRIPTION
008680         STRING 'CLOSURE PAYOUT FROM ' DELIMITED BY SIZE
008690                CT-ACCOUNT-NUMBER (WS-CT-INDEX)
008700                    DELIMITED BY SIZE
008710                INTO TRX-DESCRIPTION
008713         MOVE 'XP' TO WS-CREF-CODE
008716         MOVE WS-CLOSE-REFERENCE TO TRX-REFERENCE
008720         CALL 'TRANSLEDG' USING TRANSACTION-RECORD
008730     END-IF.
008740 4000-EXIT.
008750     EXIT.
008760
008770*================================================================
008780* 5000-CLOSE-ACCOUNTS - READ EACH SETTLED ACCOUNT BACK.  ONLY A
008790* ZERO BALANCE IS CLOSED; ANYTHING ELSE MEANS A POSTING WENT TO
008800* SUSPENSE AND THE ACCOUNT IS LEFT OPEN FOR FOLLOW-UP.  A CLOSED
008803* 'CC' ACCOUNT HAS ITS CARD TERMS CLOSED, AND EVERY CLOSED
008806* ACCOUNT HAS ITS RELATIONSHIPS ENDED.
008810*================================================================
008820 5000-CLOSE-ACCOUNTS.
008830     OPEN I-O ACCT-MASTER-FILE.
008840     IF WS-ACCT-FILE-STATUS NOT = '00'
008850         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
008860                 WS-ACCT-FILE-STATUS
008870         CLOSE PRINT-FILE
008880         STOP RUN
008890     END-IF.
008891     OPEN I-O CARD-TERMS-FILE.
008892     EVALUATE WS-CARD-FILE-STATUS
008893         WHEN '00'
008894             MOVE 'O' TO WS-CARD-OPEN-SWITCH
008895         WHEN '35'
008896             MOVE 'M' TO WS-CARD-OPEN-SWITCH
008897         WHEN OTHER
008898             DISPLAY 'ERROR: UNABLE TO OPEN CARDTERM, STATUS: '
008899                     WS-CARD-FILE-STATUS
008900             MOVE 'F' TO WS-CARD-OPEN-SWITCH
008901     END-EVALUATE.
008902     OPEN I-O ACCT-REL-FILE.
008903     EVALUATE WS-AREL-FILE-STATUS
008904         WHEN '00'
008905             MOVE 'O' TO WS-AREL-OPEN-SWITCH
008906         WHEN '35'
008907             MOVE 'M' TO WS-AREL-OPEN-SWITCH
008908         WHEN OTHER
008909             DISPLAY 'ERROR: UNABLE TO OPEN ACCTREL, STATUS: '
008910                     WS-AREL-FILE-STATUS
008911             MOVE 'F' TO WS-AREL-OPEN-SWITCH
008912     END-EVALUATE.
008913     OPEN EXTEND ACCT-AUDIT-FILE.
008914     IF WS-AUDT-FILE-STATUS = '35'
008920         OPEN OUTPUT ACCT-AUDIT-FILE
008930     END-IF.
008940     IF WS-AUDT-FILE-STATUS NOT = '00'
008950         DISPLAY 'ERROR: UNABLE TO OPEN ACCTAUDT, STATUS: '
008960                 WS-AUDT-FILE-STATUS
008970         CLOSE ACCT-MASTER-FILE
008980         CLOSE PRINT-FILE
008990         STOP RUN
009000     END-IF.
009010     PERFORM 5100-CLOSE-ONE-ACCOUNT THRU 5100-EXIT
009020         VARYING WS-CT-INDEX FROM 1 BY 1
009030         UNTIL WS-CT-INDEX > WS-CT-COUNT.
009040     CLOSE ACCT-MASTER-FILE.
009050     CLOSE ACCT-AUDIT-FILE.
009051     IF CARD-TERMS-OPEN
009052         CLOSE CARD-TERMS-FILE
009053     END-IF.
009054     IF RELATIONSHIPS-OPEN
009055         CLOSE ACCT-REL-FILE
009056     END-IF.
009060 5000-EXIT.
009070     EXIT.
009080
009090 5100-CLOSE-ONE-ACCOUNT.
009100     IF NOT CT-ACCEPTED (WS-CT-INDEX)
009110         GO TO 5100-EXIT
009120     END-IF.
009130     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO AM-ACCOUNT-NUMBER.
009140     READ ACCT-MASTER-FILE
009150         INVALID KEY
009160             MOVE 'I' TO CT-OUTCOME (WS-CT-INDEX)
009170             MOVE 'ACCOUNT VANISHED DURING SETTLEMENT'
009180                 TO CT-REASON (WS-CT-INDEX)
009190             GO TO 5100-EXIT
009200     END-READ.
009210     MOVE AM-CURRENT-BALANCE TO CT-FINAL-BALANCE (WS-CT-INDEX).
009220     IF AM-CURRENT-BALANCE NOT = ZERO
009230         MOVE 'I' TO CT-OUTCOME (WS-CT-INDEX)
009240         MOVE 'BALANCE REMAINS - SEE SUSPFILE'
009250             TO CT-REASON (WS-CT-INDEX)
009260         GO TO 5100-EXIT
009270     END-IF.
009280     MOVE ACCT-MASTER-RECORD TO WS-SAVED-MASTER-IMAGE.
009290     MOVE 'C' TO AM-ACCOUNT-STATUS.
009300     MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY-DATE.
009310     REWRITE ACCT-MASTER-RECORD
009311         INVALID KEY
009312             DISPLAY 'ERROR: ACCTMAST REWRITE FAILED FOR: '
009313                     AM-ACCOUNT-NUMBER
009314             MOVE 'I' TO CT-OUTCOME (WS-CT-INDEX)
009315             MOVE 'MASTER UPDATE FAILED - NOT CLOSED'
009316                 TO CT-REASON (WS-CT-INDEX)
009317             GO TO 5100-EXIT
009318     END-REWRITE.
009320     PERFORM 5200-WRITE-AUDIT THRU 5200-EXIT.
009330     MOVE 'C' TO CT-OUTCOME (WS-CT-INDEX).
009332     IF CT-ACCOUNT-TYPE (WS-CT-INDEX) = 'CC'
009334         PERFORM 5300-CLOSE-CARD-TERMS THRU 5300-EXIT
009336     END-IF.
009338     PERFORM 5400-END-RELATIONSHIPS THRU 5400-EXIT.
009340 5100-EXIT.
009350     EXIT.
009360
009370*================================================================
009380* 5200-WRITE-AUDIT - BEFORE/AFTER IMAGE OF THE MASTER RECORD
009390* JUST CLOSED, WITH THE REQUESTING OPERATOR
009400*================================================================
009410 5200-WRITE-AUDIT.
009420     MOVE AM-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
009430     MOVE 'ACCTCLOS' TO AUD-UPDATE-PROGRAM.
009440     MOVE FUNCTION CURRENT-DATE TO AUD-UPDATE-TIMESTAMP.
009450     MOVE SPACES TO AUD-UPDATE-KEY.
009460     STRING 'CLOSE    ' DELIMITED BY SIZE
009470            CT-OPERATOR-ID (WS-CT-INDEX) DELIMITED BY SIZE
009480            INTO AUD-UPDATE-KEY.
009490     MOVE WS-SAVED-MASTER-IMAGE TO AUD-BEFORE-IMAGE.
009500     MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE.
009503     MOVE CT-OPERATOR-ID (WS-CT-INDEX) TO AUD-ENTERED-BY.
009506     MOVE CT-APPROVED-BY (WS-CT-INDEX) TO AUD-APPROVED-BY.
009510     WRITE ACCT-AUDIT-RECORD.
009520 5200-EXIT.
009530     EXIT.
009531
009532*----------------------------------------------------------------
009533* 5300-CLOSE-CARD-TERMS - A CLOSED CARD TAKES NO FURTHER
009534* CHARGES AND IS LEFT OUT OF THE STATEMENT CYCLE
009535*----------------------------------------------------------------
009536 5300-CLOSE-CARD-TERMS.
009537     IF CARD-TERMS-FAILED
009538         MOVE 'F' TO CT-CARD-TERMS-SW (WS-CT-INDEX)
009539         GO TO 5300-EXIT
009540     END-IF.
009541     IF NOT CARD-TERMS-OPEN
009542         GO TO 5300-EXIT
009543     END-IF.
009544     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO CD-ACCOUNT-NUMBER.
009545     READ CARD-TERMS-FILE
009546         INVALID KEY
009547             GO TO 5300-EXIT
009548     END-READ.
009549     IF CD-CLOSED-CARD
009550         GO TO 5300-EXIT
009551     END-IF.
009552     MOVE 'C' TO CD-STATUS.
009553     REWRITE CARD-TERMS-RECORD
009554         INVALID KEY
009555             DISPLAY 'ERROR: CARDTERM REWRITE FAILED FOR: '
009556                     CD-ACCOUNT-NUMBER
009557             MOVE 'F' TO CT-CARD-TERMS-SW (WS-CT-INDEX)
009558             GO TO 5300-EXIT
009559     END-REWRITE.
009560     MOVE 'C' TO CT-CARD-TERMS-SW (WS-CT-INDEX).
009561 5300-EXIT.
009562     EXIT.
009563
009564*----------------------------------------------------------------
009565* 5400-END-RELATIONSHIPS - STAMP AN END DATE OF THE RUN DATE ON
009566* EVERY RELATIONSHIP OF THE CLOSED ACCOUNT STILL IN FORCE OR
009567* STILL TO START (ONE STILL TO START ENDS ON ITS START DATE, SO
009568* IT IS NEVER IN FORCE).  THIS IS WHERE A PRIMARY RELATIONSHIP
009569* ENDS.
009570*----------------------------------------------------------------
009571 5400-END-RELATIONSHIPS.
009572     IF RELATIONSHIPS-FAILED
009573         ADD 1 TO CT-RELS-FAILED (WS-CT-INDEX)
009574         GO TO 5400-EXIT
009575     END-IF.
009576     IF NOT RELATIONSHIPS-OPEN
009577         GO TO 5400-EXIT
009578     END-IF.
009579     MOVE 'N' TO WS-RSCAN-EOF-SWITCH.
009580     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO AR-ACCOUNT-NUMBER.
009581     MOVE LOW-VALUES TO AR-CUSTOMER-NUMBER.
009582     MOVE LOW-VALUES TO AR-ROLE.
009583     MOVE ZERO       TO AR-START-DATE.
009584     START ACCT-REL-FILE
009585         KEY NOT < AR-RELATIONSHIP-KEY
009586         INVALID KEY
009587             MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
009588     END-START.
009589     PERFORM 5410-END-ONE-RELATIONSHIP THRU 5410-EXIT
009590         UNTIL END-OF-REL-SCAN.
009591 5400-EXIT.
009592     EXIT.
009593
009594 5410-END-ONE-RELATIONSHIP.
009595     READ ACCT-REL-FILE NEXT RECORD
009596         AT END
009597             MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
009598             GO TO 5410-EXIT
009599     END-READ.
009600     IF AR-ACCOUNT-NUMBER NOT = CT-ACCOUNT-NUMBER (WS-CT-INDEX)
009601         MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
009602         GO TO 5410-EXIT
009603     END-IF.
009604     IF AR-END-DATE NOT = ZERO
009605             AND AR-END-DATE NOT > WS-RUN-DATE
009606         GO TO 5410-EXIT
009607     END-IF.
009608     IF AR-START-DATE > WS-RUN-DATE
009609         MOVE AR-START-DATE TO AR-END-DATE
009610     ELSE
009611         MOVE WS-RUN-DATE TO AR-END-DATE
009612     END-IF.
009613     MOVE CT-OPERATOR-ID (WS-CT-INDEX) TO AR-ENDED-BY.
009614     MOVE WS-RUN-DATE TO AR-ENDED-DATE.
009615     REWRITE ACCT-RELATIONSHIP-RECORD
009616         INVALID KEY
009617             DISPLAY 'ERROR: ACCTREL REWRITE FAILED FOR: '
009618                     AR-RELATIONSHIP-KEY
009619             ADD 1 TO CT-RELS-FAILED (WS-CT-INDEX)
009620             GO TO 5410-EXIT
009621     END-REWRITE.
009622     ADD 1 TO CT-RELS-ENDED (WS-CT-INDEX).
009623 5410-EXIT.
009624     EXIT.
009625
009626*================================================================
009627* 5500-REINSTATE-HOLDS - PUT BACK EVERY HOLD 3000 RELEASED ON AN
009628* ACCOUNT THE RUN HAS LEFT OPEN, SO A SETTLEMENT THAT FAILED
009629* DOES NOT LEAVE THE ACCOUNT'S FUNDS UNHELD
009630*================================================================
009631 5500-REINSTATE-HOLDS.
009632     IF WS-RH-COUNT = ZERO
009633         GO TO 5500-EXIT
009634     END-IF.
009635     OPEN I-O HOLD-FILE.
009636     IF WS-HOLD-FILE-STATUS NOT = '00'
009637         DISPLAY 'ERROR: UNABLE TO OPEN HOLDFILE, STATUS: '
009638                 WS-HOLD-FILE-STATUS
009639         MOVE 'F' TO WS-HOLD-OPEN-SWITCH
009640         GO TO 5500-EXIT
009641     END-IF.
009642     PERFORM 5510-REINSTATE-ONE-HOLD THRU 5510-EXIT
009643         VARYING WS-RH-INDEX FROM 1 BY 1
009644         UNTIL WS-RH-INDEX > WS-RH-COUNT.
009645     CLOSE HOLD-FILE.
009646 5500-EXIT.
009647     EXIT.
009648
009649 5510-REINSTATE-ONE-HOLD.
009650     MOVE RH-CT-INDEX (WS-RH-INDEX) TO WS-CT-INDEX.
009651     IF CT-CLOSED (WS-CT-INDEX)
009652         GO TO 5510-EXIT
009653     END-IF.
009654     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO HD-ACCOUNT-NUMBER.
009655     MOVE RH-HOLD-SEQUENCE (WS-RH-INDEX) TO HD-HOLD-SEQUENCE.
009656     READ HOLD-FILE
009657         INVALID KEY
009658             DISPLAY 'ERROR: HOLD TO REINSTATE NOT ON FILE: '
009659                     HD-HOLD-KEY
009660             GO TO 5510-EXIT
009661     END-READ.
009662     MOVE 'A' TO HD-HOLD-STATUS.
009663     REWRITE HOLD-MASTER-RECORD
009664         INVALID KEY
009665             DISPLAY 'ERROR: HOLDFILE REWRITE FAILED FOR: '
009666                     HD-HOLD-KEY
009667             GO TO 5510-EXIT
009668     END-REWRITE.
009669     ADD 1 TO CT-HOLDS-REINSTATED (WS-CT-INDEX).
009670 5510-EXIT.
009671     EXIT.
009672
009673*================================================================
009674* 5600-CANCEL-ORDERS - ONE PASS OF STORDR.  ORDERS DRAWN ON A
009675* CLOSED ACCOUNT ARE CANCELLED; ACTIVE ORDERS STILL PAYING INTO
009676* ONE BELONG TO ANOTHER ACCOUNT AND ARE ONLY COUNTED FOR THE
009677* ADVICE.  AN ACCOUNT LEFT OPEN KEEPS ITS ORDERS.
009678*================================================================
009679 5600-CANCEL-ORDERS.
009680     OPEN I-O STANDING-ORDER-FILE.
009681     IF WS-ORDR-FILE-STATUS = '35'
009682         GO TO 5600-EXIT
009683     END-IF.
009684     IF WS-ORDR-FILE-STATUS NOT = '00'
009685         DISPLAY 'ERROR: UNABLE TO OPEN STORDR, STATUS: '
009686                 WS-ORDR-FILE-STATUS
009687         MOVE 'F' TO WS-ORDR-OPEN-SWITCH
009688         GO TO 5600-EXIT
009689     END-IF.
009690     PERFORM 5610-READ-ORDER THRU 5610-EXIT.
009691     PERFORM 5620-CHECK-ONE-ORDER THRU 5620-EXIT
009692         UNTIL END-OF-ORDERS.
009693     CLOSE STANDING-ORDER-FILE.
009694 5600-EXIT.
009695     EXIT.
009696
009697 5610-READ-ORDER.
009698     READ STANDING-ORDER-FILE NEXT RECORD
009699         AT END
009700             MOVE 'Y' TO WS-ORDR-EOF-SWITCH
009701     END-READ.
009702 5610-EXIT.
009703     EXIT.
009704
009705 5620-CHECK-ONE-ORDER.
009706     IF SO-CANCELLED-ORDER
009707         GO TO 5620-NEXT
009708     END-IF.
009709     MOVE SO-ACCOUNT-NUMBER TO WS-CT-SEARCH-KEY.
009710     PERFORM 1300-FIND-CLOSURE-ENTRY THRU 1300-EXIT.
009711     IF WS-CT-MATCH-INDEX > ZERO
009712         IF CT-CLOSED (WS-CT-MATCH-INDEX)
009713             PERFORM 5630-CANCEL-ONE-ORDER THRU 5630-EXIT
009714             GO TO 5620-NEXT
009715         END-IF
009716     END-IF.
009717     IF SO-TRX-TYPE = 'TF' AND SO-ACTIVE-ORDER
009718         MOVE SO-TO-ACCOUNT TO WS-CT-SEARCH-KEY
009719         PERFORM 1300-FIND-CLOSURE-ENTRY THRU 1300-EXIT
009720         IF WS-CT-MATCH-INDEX > ZERO
009721             IF CT-CLOSED (WS-CT-MATCH-INDEX)
009722                 ADD 1 TO CT-ORDERS-INBOUND (WS-CT-MATCH-INDEX)
009723             END-IF
009724         END-IF
009725     END-IF.
009726 5620-NEXT.
009727     PERFORM 5610-READ-ORDER THRU 5610-EXIT.
009728 5620-EXIT.
009729     EXIT.
009730
009731 5630-CANCEL-ONE-ORDER.
009732     MOVE 'C' TO SO-STATUS.
009733     REWRITE STANDING-ORDER-RECORD
009734         INVALID KEY
009735             DISPLAY 'ERROR: STORDR REWRITE FAILED FOR: '
009736                     SO-ORDER-NUMBER
009737             ADD 1 TO CT-ORDERS-FAILED (WS-CT-MATCH-INDEX)
009738             GO TO 5630-EXIT
009739     END-REWRITE.
009740     ADD 1 TO CT-ORDERS-CANCELLED (WS-CT-MATCH-INDEX).
009741 5630-EXIT.
009742     EXIT.
009743
009744
009745*================================================================
009746* 5700-CANCEL-PROTECTION - ONE PASS OF ODPROT.  AN ACTIVE
009747* ENROLMENT IS CANCELLED WHEN EITHER THE ENROLLED ACCOUNT OR ITS
009748* FUNDING ACCOUNT HAS CLOSED, SO TRANSLEDG NO LONGER SWEEPS TO
009749* OR FROM IT
009750*================================================================
009751 5700-CANCEL-PROTECTION.
009752     OPEN I-O OD-PROTECTION-FILE.
009753     IF WS-ODPR-FILE-STATUS = '35'
009754         GO TO 5700-EXIT
009755     END-IF.
009756     IF WS-ODPR-FILE-STATUS NOT = '00'
009757         DISPLAY 'ERROR: UNABLE TO OPEN ODPROT, STATUS: '
009758                 WS-ODPR-FILE-STATUS
009759         MOVE 'F' TO WS-ODPR-OPEN-SWITCH
009760         GO TO 5700-EXIT
009761     END-IF.
009762     PERFORM 5710-READ-PROTECTION THRU 5710-EXIT.
009763     PERFORM 5720-CHECK-ONE-PROTECTION THRU 5720-EXIT
009764         UNTIL END-OF-PROTECTION.
009765     CLOSE OD-PROTECTION-FILE.
009766 5700-EXIT.
009767     EXIT.
009768
009769 5710-READ-PROTECTION.
009770     READ OD-PROTECTION-FILE NEXT RECORD
009771         AT END
009772             MOVE 'Y' TO WS-ODPR-EOF-SWITCH
009773     END-READ.
009774 5710-EXIT.
009775     EXIT.
009776
009777 5720-CHECK-ONE-PROTECTION.
009778     IF NOT OP-ACTIVE-PROTECTION
009779         GO TO 5720-NEXT
009780     END-IF.
009781     MOVE OP-ACCOUNT-NUMBER TO WS-CT-SEARCH-KEY.
009782     PERFORM 1300-FIND-CLOSURE-ENTRY THRU 1300-EXIT.
009783     IF WS-CT-MATCH-INDEX > ZERO
009784         IF CT-CLOSED (WS-CT-MATCH-INDEX)
009785             PERFORM 5730-CANCEL-ONE-PROTECTION THRU 5730-EXIT
009786             GO TO 5720-NEXT
009787         END-IF
009788     END-IF.
009789     MOVE OP-FUNDING-ACCOUNT TO WS-CT-SEARCH-KEY.
009790     PERFORM 1300-FIND-CLOSURE-ENTRY THRU 1300-EXIT.
009791     IF WS-CT-MATCH-INDEX > ZERO
009792         IF CT-CLOSED (WS-CT-MATCH-INDEX)
009793             PERFORM 5730-CANCEL-ONE-PROTECTION THRU 5730-EXIT
009794         END-IF
009795     END-IF.
009796 5720-NEXT.
009797     PERFORM 5710-READ-PROTECTION THRU 5710-EXIT.
009798 5720-EXIT.
009799     EXIT.
009800
009801 5730-CANCEL-ONE-PROTECTION.
009802     MOVE 'C' TO OP-STATUS.
009803     MOVE CT-OPERATOR-ID (WS-CT-MATCH-INDEX) TO OP-CANCELLED-BY.
009804     MOVE WS-RUN-DATE TO OP-CANCELLED-DATE.
009805     REWRITE OD-PROTECTION-RECORD
009806         INVALID KEY
009807             DISPLAY 'ERROR: ODPROT REWRITE FAILED FOR: '
009808                     OP-ACCOUNT-NUMBER
009809             ADD 1 TO CT-PROTECTION-FAILED (WS-CT-MATCH-INDEX)
009810             GO TO 5730-EXIT
009811     END-REWRITE.
009812     ADD 1 TO CT-PROTECTION-CANCELLED (WS-CT-MATCH-INDEX).
009813 5730-EXIT.
009814     EXIT.
009815
009816*================================================================
009817* 5800-RECORD-APPROVAL - STAMP EACH APPROVED CLOSURE'S QUEUE
009818* ENTRY APPLIED IF THE ACCOUNT CLOSED, FAILED OTHERWISE
009819*================================================================
009820 5800-RECORD-APPROVAL.
009821     IF CT-APPROVAL-ID (WS-CT-INDEX) = SPACES
009822         GO TO 5800-EXIT
009823     END-IF.
009824     MOVE 'D'               TO QR-FUNCTION.
009825     MOVE 'ACCTCLOS'        TO QR-PROGRAM-NAME.
009826     MOVE WS-RUN-DATE       TO QR-RUN-DATE.
009827     MOVE WS-RUN-STAMP      TO QR-RUN-STAMP.
009828     MOVE CT-APPROVED-BY (WS-CT-INDEX) TO QR-OPERATOR-ID.
009829     MOVE CT-APPROVAL-ID (WS-CT-INDEX) TO QR-QUEUE-ID.
009830     IF CT-CLOSED (WS-CT-INDEX)
009831         MOVE 'A' TO QR-OUTCOME
009832     ELSE
009833         MOVE 'F' TO QR-OUTCOME
009834     END-IF.
009835     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
009836 5800-EXIT.
009837     EXIT.
009838
009839*================================================================
009840* 6000-PRINT-ADVICE - ONE SETTLEMENT ADVICE BLOCK PER REQUEST,
009841* EVERY STEP LISTED WHETHER OR NOT IT MOVED ANYTHING
009842*================================================================
009843 6000-PRINT-ADVICE.
009844     MOVE SPACES TO PRINT-LINE.
009845     WRITE PRINT-LINE.
009846     MOVE CT-ACCOUNT-NUMBER (WS-CT-INDEX) TO WS-ACL-ACCOUNT.
009847     MOVE CT-ACCOUNT-TYPE (WS-CT-INDEX)   TO WS-ACL-TYPE.
009848     MOVE CT-PAYOUT-ACCOUNT (WS-CT-INDEX) TO WS-ACL-PAYOUT.
009849     MOVE CT-OPERATOR-ID (WS-CT-INDEX)    TO WS-ACL-OPERATOR.
009850     MOVE WS-ACCOUNT-LINE TO PRINT-LINE.
009851     WRITE PRINT-LINE.
009852
009853     IF CT-APPROVAL-ID (WS-CT-INDEX) NOT = SPACES
009854         MOVE 'APPROVED UNDER QUEUE ID' TO WS-STP-TEXT
009855         MOVE ZERO TO WS-STP-AMOUNT
009856         MOVE SPACES TO WS-STP-NOTE
009857         MOVE ZERO TO WS-STP-COUNT
009858         STRING CT-APPROVAL-ID (WS-CT-INDEX) DELIMITED BY SIZE
009859                ' BY ' DELIMITED BY SIZE
009860                CT-APPROVED-BY (WS-CT-INDEX) DELIMITED BY SIZE
009861                INTO WS-STP-NOTE
009862         PERFORM 6900-WRITE-STEP THRU 6900-EXIT
009863     END-IF.
009864
009865     IF CT-PENDING (WS-CT-INDEX)
009866         ADD 1 TO WS-PENDING-COUNT
009867         MOVE 'PENDING APPROVAL -' TO WS-OUT-TEXT
009868         MOVE CT-REASON (WS-CT-INDEX) TO WS-OUT-REASON
009869         MOVE WS-OUTCOME-LINE TO PRINT-LINE
009870         WRITE PRINT-LINE
009871         GO TO 6000-EXIT
009872     END-IF.
009873
009874     IF CT-REFUSED (WS-CT-INDEX)
009875         ADD 1 TO WS-REFUSED-COUNT
009876         MOVE 'REFUSED -' TO WS-OUT-TEXT
009877         MOVE CT-REASON (WS-CT-INDEX) TO WS-OUT-REASON
009878         MOVE WS-OUTCOME-LINE TO PRINT-LINE
009879         WRITE PRINT-LINE
009880         GO TO 6000-EXIT
009881     END-IF.
009882
009883     MOVE 'OPENING BALANCE' TO WS-STP-TEXT.
009884     MOVE CT-OPENING-BALANCE (WS-CT-INDEX) TO WS-STP-AMOUNT.
009885     MOVE ZERO TO WS-STP-COUNT.
009886     MOVE SPACES TO WS-STP-NOTE.
009887     PERFORM 6900-WRITE-STEP THRU 6900-EXIT.
009888
009889     MOVE 'FINAL INTEREST CREDITED' TO WS-STP-TEXT.
009890     MOVE CT-INTEREST (WS-CT-INDEX) TO WS-STP-AMOUNT.
009891     IF CT-INTEREST (WS-CT-INDEX) = ZERO
009892         MOVE 'NONE DUE' TO WS-STP-NOTE
009893     END-IF.
009894     PERFORM 6900-WRITE-STEP THRU 6900-EXIT.
009900
009910     MOVE 'FINAL SERVICE CHARGE' TO WS-STP-TEXT.
009920     MOVE CT-FEE (WS-CT-INDEX) TO WS-STP-AMOUNT.
009930     IF CT-FEE (WS-CT-INDEX) = ZERO
009940         IF CT-FEE-CHARGED-SW (WS-CT-INDEX) = 'Y'
009950             MOVE 'ALREADY CHARGED THIS PERIOD' TO WS-STP-NOTE
009960         ELSE
009970             MOVE 'NONE DUE' TO WS-STP-NOTE
009980         END-IF
009990     END-IF.
010000     PERFORM 6900-WRITE-STEP THRU 6900-EXIT.
010010
010020     MOVE 'HOLDS RELEASED' TO WS-STP-TEXT.
010030     MOVE CT-HOLDS-RELEASED (WS-CT-INDEX) TO WS-STP-COUNT.
010040     MOVE CT-HOLD-AMOUNT (WS-CT-INDEX) TO WS-STP-AMOUNT.
010041     IF CT-HOLDS-RELEASED (WS-CT-INDEX) > ZERO
010042             AND NOT CT-CLOSED (WS-CT-INDEX)
010043         IF CT-HOLDS-REINSTATED (WS-CT-INDEX)
010044                 = CT-HOLDS-RELEASED (WS-CT-INDEX)
010045             MOVE 'REINSTATED - ACCOUNT LEFT OPEN'
010046                 TO WS-STP-NOTE
010047         ELSE
010048             MOVE 'NOT ALL REINSTATED - SEE JOB LOG'
010049                 TO WS-STP-NOTE
010050         END-IF
010051     END-IF.
010052     PERFORM 6900-WRITE-STEP THRU 6900-EXIT.
010060
010150     MOVE 'RESIDUAL PAID OUT' TO WS-STP-TEXT.
010160     MOVE CT-PAYOUT (WS-CT-INDEX) TO WS-STP-AMOUNT.
010170     IF CT-PAYOUT (WS-CT-INDEX) > ZERO
010180         MOVE CT-PAYOUT-ACCOUNT (WS-CT-INDEX) TO WS-STP-NOTE
010190     ELSE
010200         MOVE 'NOTHING TO PAY OUT' TO WS-STP-NOTE
010210     END-IF.
010220     PERFORM 6900-WRITE-STEP THRU 6900-EXIT.
010230
010240     MOVE 'CLOSING BALANCE' TO WS-STP-TEXT.
010250     MOVE CT-FINAL-BALANCE (WS-CT-INDEX) TO WS-STP-AMOUNT.
010260     PERFORM 6900-WRITE-STEP THRU 6900-EXIT.
010270
010271     MOVE 'STANDING ORDERS CANCELLED' TO WS-STP-TEXT.
010272     MOVE CT-ORDERS-CANCELLED (WS-CT-INDEX) TO WS-STP-COUNT.
010273     MOVE ZERO TO WS-STP-AMOUNT.
010274     IF CT-CLOSED (WS-CT-INDEX) AND ORDERS-FAILED
010275         MOVE 'STORDR NOT OPENED - CANCEL BY HAND'
010276             TO WS-STP-NOTE
010277     ELSE
010278         IF CT-ORDERS-FAILED (WS-CT-INDEX) > ZERO
010279             MOVE 'NOT ALL CANCELLED - SEE JOB LOG'
010280                 TO WS-STP-NOTE
010281         ELSE
010282             IF CT-ORDERS-INBOUND (WS-CT-INDEX) > ZERO
010283                 MOVE 'ORDERS STILL PAY IN - REVIEW'
010284                     TO WS-STP-NOTE
010285             END-IF
010286         END-IF
010287     END-IF.
010288     PERFORM 6900-WRITE-STEP THRU 6900-EXIT.
010289
010290     IF CT-ACCOUNT-TYPE (WS-CT-INDEX) = 'CC'
010291         MOVE 'CARD TERMS CLOSED' TO WS-STP-TEXT
010292         MOVE ZERO TO WS-STP-AMOUNT
010293         IF CT-CARD-TERMS-CLOSED (WS-CT-INDEX)
010294             MOVE 1 TO WS-STP-COUNT
010295         END-IF
010296         IF CT-CARD-TERMS-FAILED (WS-CT-INDEX)
010297             MOVE 'NOT CLOSED - SEE JOB LOG' TO WS-STP-NOTE
010298         END-IF
010299         PERFORM 6900-WRITE-STEP THRU 6900-EXIT
010300     END-IF.
010301
010302     MOVE 'OVERDRAFT PROTECTION CANCELLED' TO WS-STP-TEXT.
010303     MOVE CT-PROTECTION-CANCELLED (WS-CT-INDEX) TO WS-STP-COUNT.
010304     MOVE ZERO TO WS-STP-AMOUNT.
010305     IF CT-CLOSED (WS-CT-INDEX) AND PROTECTION-FAILED
010306         MOVE 'ODPROT NOT OPENED - CANCEL BY HAND'
010307             TO WS-STP-NOTE
010308     END-IF.
010309     IF CT-PROTECTION-FAILED (WS-CT-INDEX) > ZERO
010310         MOVE 'NOT ALL CANCELLED - SEE JOB LOG' TO WS-STP-NOTE
010311     END-IF.
010312     PERFORM 6900-WRITE-STEP THRU 6900-EXIT.
010313
010314     MOVE 'RELATIONSHIPS ENDED' TO WS-STP-TEXT.
010315     MOVE CT-RELS-ENDED (WS-CT-INDEX) TO WS-STP-COUNT.
010316     MOVE ZERO TO WS-STP-AMOUNT.
010317     IF CT-RELS-FAILED (WS-CT-INDEX) > ZERO
010318         MOVE 'NOT ALL ENDED - SEE JOB LOG' TO WS-STP-NOTE
010319     END-IF.
010320     PERFORM 6900-WRITE-STEP THRU 6900-EXIT.
010321
010322     IF CT-CLOSED (WS-CT-INDEX)
010323         ADD 1 TO WS-CLOSED-COUNT
010324         MOVE 'ACCOUNT CLOSED' TO WS-OUT-TEXT
010325         MOVE SPACES TO WS-OUT-REASON
010326     ELSE
010330         ADD 1 TO WS-INCOMPLETE-COUNT
010340         MOVE 'LEFT OPEN -' TO WS-OUT-TEXT
010350         MOVE CT-REASON (WS-CT-INDEX) TO WS-OUT-REASON
010360     END-IF.
010370     MOVE WS-OUTCOME-LINE TO PRINT-LINE.
010380     WRITE PRINT-LINE.
010390 6000-EXIT.
010400     EXIT.
010410
010420 6900-WRITE-STEP.
010430     MOVE WS-STEP-LINE TO PRINT-LINE.
010440     WRITE PRINT-LINE.
010450     MOVE ZERO TO WS-STP-COUNT.
010460     MOVE SPACES TO WS-STP-NOTE.
010470 6900-EXIT.
010480     EXIT.
010490
010500*================================================================
010510* 9000-TERMINATE - SUMMARY AND CLOSE
010520*================================================================
010530 9000-TERMINATE.
010540     MOVE SPACES TO PRINT-LINE.
010550     WRITE PRINT-LINE.
010560     MOVE WS-CT-COUNT         TO WS-SUM-REQUESTS.
010570     MOVE WS-CLOSED-COUNT     TO WS-SUM-CLOSED.
010580     MOVE WS-REFUSED-COUNT    TO WS-SUM-REFUSED.
010590     MOVE WS-INCOMPLETE-COUNT TO WS-SUM-INCOMPLETE.
010595     MOVE WS-PENDING-COUNT    TO WS-SUM-PENDING.
010600     MOVE WS-SUMMARY-LINE TO PRINT-LINE.
010610     WRITE PRINT-LINE.
010620     CLOSE PRINT-FILE.
010630     DISPLAY 'CLOSURE SETTLEMENT COMPLETE - CLOSED: '
010640             WS-CLOSED-COUNT ' REFUSED: ' WS-REFUSED-COUNT
010650             ' LEFT OPEN: ' WS-INCOMPLETE-COUNT
010655             ' PENDING: ' WS-PENDING-COUNT.
010660 9000-EXIT.
010670     EXIT.
