000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXTPAY.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - OUTBOUND EXTERNAL PAYMENTS.
000120*              EACH PAYREQ REQUEST NAMES A CUSTOMER ACCOUNT, AN
000130*              AMOUNT AND A BENEFICIARY AT ANOTHER BANK.  AN
000140*              ACCEPTED REQUEST IS POSTED THROUGH TRANSLEDG AS A
000150*              'TF' FROM THE CUSTOMER TO THE PAYMENTS CLEARING
000160*              ACCOUNT NAMED ON PAYPARM, SO THE FUNDS, HOLD AND
000170*              REFERENCE CHECKS, THE JOURNAL AND THE GL FEED ALL
000180*              APPLY AS FOR ANY OTHER TRANSFER.  EVERY PAYMENT
000190*              WHOSE DEBIT POSTED IS RECORDED ON THE PAYREG
000200*              REGISTER (SEE PAYREG), AND THE DAY'S PAYMENTS ARE
000210*              WRITTEN FROM THE REGISTER TO THE BALANCED PAYOUT
000220*              TRANSMISSION (SEE PAYOUT) FOR THE CLEARING HOUSE.
000230*              THE PAYMENT REFERENCE IS 'XO', THE RUN DATE AND
000240*              THE REQUEST'S SEQUENCE IN PAYREQ, SO A RESTARTED
000250*              RUN NEITHER DEBITS NOR SENDS A PAYMENT TWICE.
000260*              EVERY REQUEST AND ITS OUTCOME IS LISTED ON PAYRPT.
000270*              REGISTERS WITH RUNCTLM AS A DAILY RUN.
000280*================================================================
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PAYMENT-PARM-FILE ASSIGN TO "PAYPARM"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-PARM-FILE-STATUS.
000360
000370     SELECT PAYMENT-REQUEST-FILE ASSIGN TO "PAYREQ"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-PREQ-FILE-STATUS.
000400
000410     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS AM-ACCOUNT-NUMBER
000450         FILE STATUS IS WS-ACCT-FILE-STATUS.
000460
000470     SELECT PAYMENT-REGISTER-FILE ASSIGN TO "PAYREG"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PG-PAYMENT-REFERENCE
000510         FILE STATUS IS WS-PREG-FILE-STATUS.
000520
000530     SELECT TRX-REFERENCE-FILE ASSIGN TO "TRXREFX"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS RX-TRX-REFERENCE
000570         FILE STATUS IS WS-TREF-FILE-STATUS.
000580
000590     SELECT PAYMENT-OUT-FILE ASSIGN TO "PAYOUT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-POUT-FILE-STATUS.
000620
000630     SELECT PRINT-FILE ASSIGN TO "PAYRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRNT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*----------------------------------------------------------------
000700* ONE PARAMETER RECORD: THE INTERNAL ACCOUNT CUSTOMER PAYMENTS
000710* ARE DRAWN INTO UNTIL THE CLEARING HOUSE SETTLES THEM, AND OUR
000720* SENDER ID ON THE OUTBOUND TRANSMISSION
000730*----------------------------------------------------------------
000740 FD  PAYMENT-PARM-FILE.
000750 01  PAYMENT-PARM-RECORD.
000760     05  PP-CLEARING-ACCOUNT   PIC X(20).
000770     05  PP-SENDER-ID          PIC X(8).
000780     05  FILLER                PIC X(52).
000790
000800 FD  PAYMENT-REQUEST-FILE.
000810 01  PAYMENT-REQUEST-RECORD.
000820     05  PQ-ACCOUNT-NUMBER     PIC X(20).
000830     05  PQ-AMOUNT             PIC 9(9)V99.
000840     05  PQ-BENEF-BANK         PIC X(11).
000850     05  PQ-BENEF-ACCOUNT      PIC X(34).
000860     05  PQ-BENEF-NAME         PIC X(35).
000870     05  PQ-OPERATOR-ID        PIC X(8).
000880     05  FILLER                PIC X(11).
000890
000900 FD  ACCT-MASTER-FILE.
000910     COPY ACCTMSTR.
000920
000930 FD  PAYMENT-REGISTER-FILE.
000940     COPY PAYREG.
000950
000960 FD  TRX-REFERENCE-FILE.
000970     COPY TRXREFX.
000980
000990 FD  PAYMENT-OUT-FILE.
001000     COPY PAYOUT.
001010
001020 FD  PRINT-FILE.
001030 01  PRINT-LINE                PIC X(132).
001040
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------------
001070* FILE STATUS AND CONTROL SWITCHES
001080*----------------------------------------------------------------
001090 01  WS-PARM-FILE-STATUS       PIC X(2)  VALUE '00'.
001100 01  WS-PREQ-FILE-STATUS       PIC X(2)  VALUE '00'.
001110 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
001120 01  WS-PREG-FILE-STATUS       PIC X(2)  VALUE '00'.
001130 01  WS-TREF-FILE-STATUS       PIC X(2)  VALUE '00'.
001140 01  WS-POUT-FILE-STATUS       PIC X(2)  VALUE '00'.
001150 01  WS-PRNT-FILE-STATUS       PIC X(2)  VALUE '00'.
001160
001170 01  WS-PREQ-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001180     88  END-OF-REQUESTS       VALUE 'Y'.
001190
001200 01  WS-PREG-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001210     88  END-OF-REGISTER       VALUE 'Y'.
001220
001230 01  WS-TREF-FILE-SWITCH       PIC X(1)  VALUE 'N'.
001240     88  TREF-FILE-AVAILABLE   VALUE 'Y'.
001250
001260 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
001270 01  WS-CLEARING-ACCOUNT       PIC X(20) VALUE SPACES.
001280 01  WS-SENDER-ID              PIC X(8)  VALUE SPACES.
001290 01  WS-REQUEST-SEQUENCE       PIC 9(5)  VALUE ZERO.
001300
001310*----------------------------------------------------------------
001320* PAYMENT REFERENCE - SOURCE CODE, RUN DATE AND THE REQUEST'S
001330* SEQUENCE IN PAYREQ.  THE FIRST TEN CHARACTERS ARE THE RUN'S
001340* KEY PREFIX ON PAYREG.
001350*----------------------------------------------------------------
001360 01  WS-PAYMENT-REFERENCE-BUILD.
001370     05  WS-PREF-RUN-PREFIX.
001380         10  FILLER            PIC X(2)  VALUE 'XO'.
001390         10  WS-PREF-RUN-DATE  PIC 9(8)  VALUE ZERO.
001400     05  WS-PREF-SEQUENCE      PIC 9(5)  VALUE ZERO.
001410     05  FILLER                PIC X(15) VALUE SPACES.
001420
001430*----------------------------------------------------------------
001440* REQUESTS ARE EDITED AND STAGED HERE, POSTED THROUGH TRANSLEDG
001450* AFTERWARDS AND CONFIRMED AGAINST TRXREFX ONCE THE POSTING
001460* SESSION HAS CLOSED, SO NO FILE TRANSLEDG USES IS HELD OPEN BY
001470* THIS PROGRAM WHILE IT POSTS.
001480*----------------------------------------------------------------
001490 01  WS-PT-TABLE-MAX           PIC 9(4)  COMP  VALUE 2000.
001500 01  WS-PT-COUNT               PIC 9(4)  COMP  VALUE ZERO.
001510 01  WS-PT-INDEX               PIC 9(4)  COMP  VALUE ZERO.
001520
001530 01  PAYMENT-TABLE.
001540     05  PAYMENT-ENTRY OCCURS 2000 TIMES.
001550         10  PT-REFERENCE          PIC X(30).
001560         10  PT-ACCOUNT-NUMBER     PIC X(20).
001570         10  PT-AMOUNT             PIC 9(9)V99.
001580         10  PT-BENEF-BANK         PIC X(11).
001590         10  PT-BENEF-ACCOUNT      PIC X(34).
001600         10  PT-BENEF-NAME         PIC X(35).
001610         10  PT-OPERATOR-ID        PIC X(8).
001620         10  PT-OUTCOME            PIC X(1).
001630             88  PT-TO-POST          VALUE 'P'.
001640             88  PT-POSTED-EARLIER   VALUE 'E'.
001650             88  PT-SENT             VALUE 'S'.
001660             88  PT-REFUSED          VALUE 'R'.
001670             88  PT-ALREADY-SENT     VALUE 'A'.
001680             88  PT-NOT-POSTED       VALUE 'N'.
001690         10  PT-REASON             PIC X(29).
001700
001710*----------------------------------------------------------------
001720* RUN COUNTERS AND TRANSMISSION CONTROL TOTALS
001730*----------------------------------------------------------------
001740 01  WS-SENT-COUNT             PIC 9(7)       VALUE ZERO.
001750 01  WS-SENT-AMOUNT            PIC 9(11)V99   VALUE ZERO.
001760 01  WS-REFUSED-COUNT          PIC 9(7)       VALUE ZERO.
001770 01  WS-ALREADY-SENT-COUNT     PIC 9(7)       VALUE ZERO.
001780 01  WS-NOT-POSTED-COUNT       PIC 9(7)       VALUE ZERO.
001790
001800 01  WS-DETAIL-COUNT           PIC 9(7)       VALUE ZERO.
001810 01  WS-HASH-TOTAL             PIC 9(13)V99   VALUE ZERO.
001820 01  WS-DEBIT-TOTAL            PIC 9(11)V99   VALUE ZERO.
001830 01  WS-CREDIT-TOTAL           PIC 9(11)V99   VALUE ZERO.
001840
001850*----------------------------------------------------------------
001860* RUN CONTROL INTERFACE - SEE RUNCTLR
001870*----------------------------------------------------------------
001880     COPY RUNCTLR.
001890
001900     COPY TRXREC.
001910
001920*----------------------------------------------------------------
001930* REPORT LINE WORK AREAS
001940*----------------------------------------------------------------
001950 01  WS-HEADING-1.
001960     05  FILLER               PIC X(34) VALUE
001970         'OUTBOUND EXTERNAL PAYMENTS'.
001980     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
001990     05  WS-HDG-RUN-DATE      PIC 9(8).
002000     05  FILLER               PIC X(20) VALUE
002010         '  CLEARING ACCOUNT: '.
002020     05  WS-HDG-CLEARING      PIC X(20).
002030
002040 01  WS-COLUMN-HEADING.
002050     05  FILLER               PIC X(17) VALUE 'REFERENCE'.
002060     05  FILLER               PIC X(21) VALUE 'ACCOUNT'.
002070     05  FILLER               PIC X(18) VALUE
002080         '          AMOUNT'.
002090     05  FILLER               PIC X(12) VALUE 'BENEF BANK'.
002100     05  FILLER               PIC X(35) VALUE
002110         'BENEFICIARY ACCOUNT'.
002120     05  FILLER               PIC X(29) VALUE 'OUTCOME'.
002130
002140 01  WS-DETAIL-LINE.
002150     05  WS-DTL-REFERENCE     PIC X(15).
002160     05  FILLER               PIC X(2)  VALUE SPACES.
002170     05  WS-DTL-ACCOUNT       PIC X(20).
002180     05  FILLER               PIC X(1)  VALUE SPACES.
002190     05  WS-DTL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
002200     05  FILLER               PIC X(2)  VALUE SPACES.
002210     05  WS-DTL-BENEF-BANK    PIC X(11).
002220     05  FILLER               PIC X(1)  VALUE SPACES.
002230     05  WS-DTL-BENEF-ACCOUNT PIC X(34).
002240     05  FILLER               PIC X(1)  VALUE SPACES.
002250     05  WS-DTL-OUTCOME       PIC X(29).
002260
002270 01  WS-TOTAL-LINE.
002280     05  WS-TOT-LABEL         PIC X(30).
002290     05  WS-TOT-COUNT         PIC Z,ZZZ,ZZ9.
002300     05  FILLER               PIC X(2)  VALUE SPACES.
002310     05  WS-TOT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002320
002330 PROCEDURE DIVISION.
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     PERFORM 2000-EDIT-REQUEST THRU 2000-EXIT
002370         UNTIL END-OF-REQUESTS.
002380     CLOSE ACCT-MASTER-FILE.
002390     IF TREF-FILE-AVAILABLE
002400         CLOSE TRX-REFERENCE-FILE
002410     END-IF.
002420     CALL 'TRANSOPEN'.
002430     PERFORM 3000-POST-PAYMENT THRU 3000-EXIT
002440         VARYING WS-PT-INDEX FROM 1 BY 1
002450         UNTIL WS-PT-INDEX > WS-PT-COUNT.
002460     CALL 'TRANSCLSE'.
002470     PERFORM 4000-CONFIRM-POSTINGS THRU 4000-EXIT.
002480     PERFORM 5000-WRITE-TRANSMISSION THRU 5000-EXIT.
002490     PERFORM 6000-PRINT-PAYMENT THRU 6000-EXIT
002500         VARYING WS-PT-INDEX FROM 1 BY 1
002510         UNTIL WS-PT-INDEX > WS-PT-COUNT.
002520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002530     STOP RUN.
002540
002550*================================================================
002560* 1000-INITIALIZE - REGISTER THE RUN, TAKE THE PARAMETERS, OPEN
002570* THE FILES USED TO EDIT THE REQUESTS AND PRIME THE FIRST READ
002580*================================================================
002590 1000-INITIALIZE.
002600     PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
002610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002620     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
002630
002640     OPEN INPUT PAYMENT-REQUEST-FILE.
002650     IF WS-PREQ-FILE-STATUS NOT = '00'
002660         DISPLAY 'ERROR: UNABLE TO OPEN PAYREQ, STATUS: '
002670                 WS-PREQ-FILE-STATUS
002680         STOP RUN
002690     END-IF.
002700     OPEN INPUT ACCT-MASTER-FILE.
002710     IF WS-ACCT-FILE-STATUS NOT = '00'
002720         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
002730                 WS-ACCT-FILE-STATUS
002740         CLOSE PAYMENT-REQUEST-FILE
002750         STOP RUN
002760     END-IF.
002770     OPEN I-O PAYMENT-REGISTER-FILE.
002780     IF WS-PREG-FILE-STATUS = '35'
002790         OPEN OUTPUT PAYMENT-REGISTER-FILE
002800         CLOSE PAYMENT-REGISTER-FILE
002810         OPEN I-O PAYMENT-REGISTER-FILE
002820     END-IF.
002830     IF WS-PREG-FILE-STATUS NOT = '00'
002840         DISPLAY 'ERROR: UNABLE TO OPEN PAYREG, STATUS: '
002850                 WS-PREG-FILE-STATUS
002860         CLOSE PAYMENT-REQUEST-FILE
002870         CLOSE ACCT-MASTER-FILE
002880         STOP RUN
002890     END-IF.
002900*    NO REFERENCE INDEX YET MEANS NOTHING HAS EVER POSTED
002910     OPEN INPUT TRX-REFERENCE-FILE.
002920     IF WS-TREF-FILE-STATUS = '00'
002930         MOVE 'Y' TO WS-TREF-FILE-SWITCH
002940     ELSE
002950         IF WS-TREF-FILE-STATUS NOT = '35'
002960             DISPLAY 'ERROR: UNABLE TO OPEN TRXREFX, STATUS: '
002970                     WS-TREF-FILE-STATUS
002980             CLOSE PAYMENT-REQUEST-FILE
002990             CLOSE ACCT-MASTER-FILE
003000             CLOSE PAYMENT-REGISTER-FILE
003010             STOP RUN
003020         END-IF
003030     END-IF.
003040     OPEN OUTPUT PRINT-FILE.
003050     IF WS-PRNT-FILE-STATUS NOT = '00'
003060         DISPLAY 'ERROR: UNABLE TO OPEN PAYRPT, STATUS: '
003070                 WS-PRNT-FILE-STATUS
003080         CLOSE PAYMENT-REQUEST-FILE
003090         CLOSE ACCT-MASTER-FILE
003100         CLOSE PAYMENT-REGISTER-FILE
003110         IF TREF-FILE-AVAILABLE
003120             CLOSE TRX-REFERENCE-FILE
003130         END-IF
003140         STOP RUN
003150     END-IF.
003160
003170*    THE CLEARING ACCOUNT MUST BE A LIVE ACCOUNT ON THE MASTER
003180*    OR EVERY PAYMENT WOULD SUSPEND IN TRANSLEDG
003190     MOVE WS-CLEARING-ACCOUNT TO AM-ACCOUNT-NUMBER.
003200     READ ACCT-MASTER-FILE
003210         INVALID KEY
003220             MOVE SPACES TO AM-ACCOUNT-STATUS
003230     END-READ.
003240     IF NOT AM-ACTIVE-ACCOUNT
003250         DISPLAY 'ERROR: CLEARING ACCOUNT NOT ACTIVE ON '
003260                 'ACCTMAST: ' WS-CLEARING-ACCOUNT
003270         CLOSE PAYMENT-REQUEST-FILE
003280         CLOSE ACCT-MASTER-FILE
003290         CLOSE PAYMENT-REGISTER-FILE
003300         IF TREF-FILE-AVAILABLE
003310             CLOSE TRX-REFERENCE-FILE
003320         END-IF
003330         CLOSE PRINT-FILE
003340         STOP RUN
003350     END-IF.
003360
003370     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
003380     MOVE WS-CLEARING-ACCOUNT TO WS-HDG-CLEARING.
003390     MOVE WS-HEADING-1 TO PRINT-LINE.
003400     WRITE PRINT-LINE.
003410     MOVE SPACES TO PRINT-LINE.
003420     WRITE PRINT-LINE.
003430     MOVE WS-COLUMN-HEADING TO PRINT-LINE.
003440     WRITE PRINT-LINE.
003450
003460     MOVE WS-RUN-DATE TO WS-PREF-RUN-DATE.
003470     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
003480 1000-EXIT.
003490     EXIT.
003500
003510*================================================================
003520* 1100-READ-PARAMETERS - THE CLEARING ACCOUNT AND SENDER ID ARE
003530* REQUIRED; THE RUN CANNOT PROCEED WITHOUT THEM
003540*================================================================
003550 1100-READ-PARAMETERS.
003560     OPEN INPUT PAYMENT-PARM-FILE.
003570     IF WS-PARM-FILE-STATUS NOT = '00'
003580         DISPLAY 'ERROR: UNABLE TO OPEN PAYPARM, STATUS: '
003590                 WS-PARM-FILE-STATUS
003600         STOP RUN
003610     END-IF.
003620     READ PAYMENT-PARM-FILE
003630         AT END
003640             MOVE SPACES TO PAYMENT-PARM-RECORD
003650     END-READ.
003660     CLOSE PAYMENT-PARM-FILE.
003670     IF PP-CLEARING-ACCOUNT = SPACES
003680             OR PP-SENDER-ID = SPACES
003690         DISPLAY 'ERROR: PAYPARM MUST NAME THE CLEARING '
003700                 'ACCOUNT AND SENDER ID'
003710         STOP RUN
003720     END-IF.
003730     MOVE PP-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT.
003740     MOVE PP-SENDER-ID        TO WS-SENDER-ID.
003750 1100-EXIT.
003760     EXIT.
003770
003780*================================================================
003790* 1900-RUN-CONTROL-START - NO PREREQUISITE; THE RUN SENDS
003800* WHATEVER PAYMENTS HAVE BEEN REQUESTED FOR THE DAY
003810*================================================================
003820 1900-RUN-CONTROL-START.
003830     MOVE 'S'        TO RC-FUNCTION.
003840     MOVE 'EXTPAY'   TO RC-PROGRAM-NAME.
003850     MOVE 'D'        TO RC-FREQUENCY.
003860     MOVE SPACES     TO RC-PREREQ-PROGRAM.
003870     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
003880     MOVE ZERO       TO RC-RECORD-COUNT.
003890     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
003900     IF NOT RC-GO-AHEAD
003910         DISPLAY 'EXTPAY REFUSED BY RUN CONTROL, CODE: '
003920                 RC-RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950 1900-EXIT.
003960     EXIT.
003970
003980*================================================================
003990* 2000-EDIT-REQUEST - STAGE ONE REQUEST UNDER ITS PAYMENT
004000* REFERENCE.  A REFERENCE ALREADY ON THE REGISTER WAS SENT BY AN
004010* EARLIER RUN; ONE ALREADY ON TRXREFX BUT NOT THE REGISTER HAS
004020* POSTED ON A RUN THAT STOPPED BEFORE SENDING IT, SO IT IS SENT
004030* WITHOUT POSTING AGAIN.  FUNDS ARE LEFT TO TRANSLEDG.
004040*================================================================
004050 2000-EDIT-REQUEST.
004060     IF WS-PT-COUNT NOT < WS-PT-TABLE-MAX
004070         DISPLAY 'ERROR: PAYMENT TABLE FULL - RUN STOPPED '
004080                 'BEFORE ANY POSTING'
004090         CLOSE PAYMENT-REQUEST-FILE
004100         CLOSE ACCT-MASTER-FILE
004110         CLOSE PAYMENT-REGISTER-FILE
004120         IF TREF-FILE-AVAILABLE
004130             CLOSE TRX-REFERENCE-FILE
004140         END-IF
004150         CLOSE PRINT-FILE
004160         STOP RUN
004170     END-IF.
004180     ADD 1 TO WS-REQUEST-SEQUENCE.
004190     MOVE WS-REQUEST-SEQUENCE TO WS-PREF-SEQUENCE.
004200     ADD 1 TO WS-PT-COUNT.
004210     MOVE WS-PAYMENT-REFERENCE-BUILD
004220         TO PT-REFERENCE (WS-PT-COUNT).
004230     MOVE PQ-ACCOUNT-NUMBER TO PT-ACCOUNT-NUMBER (WS-PT-COUNT).
004240     MOVE PQ-BENEF-BANK     TO PT-BENEF-BANK (WS-PT-COUNT).
004250     MOVE PQ-BENEF-ACCOUNT  TO PT-BENEF-ACCOUNT (WS-PT-COUNT).
004260     MOVE PQ-BENEF-NAME     TO PT-BENEF-NAME (WS-PT-COUNT).
004270     MOVE PQ-OPERATOR-ID    TO PT-OPERATOR-ID (WS-PT-COUNT).
004280     MOVE 'R'               TO PT-OUTCOME (WS-PT-COUNT).
004290     MOVE SPACES            TO PT-REASON (WS-PT-COUNT).
004300     IF PQ-AMOUNT NOT NUMERIC
004310         MOVE ZERO TO PT-AMOUNT (WS-PT-COUNT)
004320         MOVE 'INVALID AMOUNT' TO PT-REASON (WS-PT-COUNT)
004330         GO TO 2000-NEXT
004340     END-IF.
004350     MOVE PQ-AMOUNT TO PT-AMOUNT (WS-PT-COUNT).
004360
004370     IF PQ-AMOUNT = ZERO
004380         MOVE 'INVALID AMOUNT' TO PT-REASON (WS-PT-COUNT)
004390         GO TO 2000-NEXT
004400     END-IF.
004410     IF PQ-ACCOUNT-NUMBER = SPACES
004420         MOVE 'DEBIT ACCOUNT MISSING'
004430             TO PT-REASON (WS-PT-COUNT)
004440         GO TO 2000-NEXT
004450     END-IF.
004460     IF PQ-ACCOUNT-NUMBER = WS-CLEARING-ACCOUNT
004470         MOVE 'CANNOT PAY FROM CLEARING ACCT'
004480             TO PT-REASON (WS-PT-COUNT)
004490         GO TO 2000-NEXT
004500     END-IF.
004510     IF PQ-BENEF-BANK = SPACES
004520             OR PQ-BENEF-ACCOUNT = SPACES
004530             OR PQ-BENEF-NAME = SPACES
004540         MOVE 'BENEFICIARY INCOMPLETE'
004550             TO PT-REASON (WS-PT-COUNT)
004560         GO TO 2000-NEXT
004570     END-IF.
004580
004590     MOVE PQ-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
004600     READ ACCT-MASTER-FILE
004610         INVALID KEY
004620             MOVE 'ACCOUNT NOT ON FILE'
004630                 TO PT-REASON (WS-PT-COUNT)
004640             GO TO 2000-NEXT
004650     END-READ.
004660     IF NOT AM-ACTIVE-ACCOUNT
004670         MOVE 'ACCOUNT NOT ACTIVE' TO PT-REASON (WS-PT-COUNT)
004680         GO TO 2000-NEXT
004690     END-IF.
004700     IF AM-ACCOUNT-TYPE = 'LA'
004710         MOVE 'LOAN ACCOUNT CANNOT PAY OUT'
004720             TO PT-REASON (WS-PT-COUNT)
004730         GO TO 2000-NEXT
004740     END-IF.
004750
004760     MOVE PT-REFERENCE (WS-PT-COUNT) TO PG-PAYMENT-REFERENCE.
004770     READ PAYMENT-REGISTER-FILE
004780         INVALID KEY
004790             MOVE SPACES TO PG-STATUS
004800     END-READ.
004810     IF PG-SENT OR PG-RETURNED
004820         MOVE 'A' TO PT-OUTCOME (WS-PT-COUNT)
004830         MOVE 'ALREADY SENT' TO PT-REASON (WS-PT-COUNT)
004840         GO TO 2000-NEXT
004850     END-IF.
004860
004870     MOVE 'P' TO PT-OUTCOME (WS-PT-COUNT).
004880     IF TREF-FILE-AVAILABLE
004890         MOVE PT-REFERENCE (WS-PT-COUNT) TO RX-TRX-REFERENCE
004900         READ TRX-REFERENCE-FILE
004910             NOT INVALID KEY
004920                 MOVE 'E' TO PT-OUTCOME (WS-PT-COUNT)
004930         END-READ
004940     END-IF.
004950 2000-NEXT.
004960     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
004970 2000-EXIT.
004980     EXIT.
004990
005000 2100-READ-REQUEST.
005010     READ PAYMENT-REQUEST-FILE
005020         AT END
005030             MOVE 'Y' TO WS-PREQ-EOF-SWITCH
005040     END-READ.
005050 2100-EXIT.
005060     EXIT.
005070
005080*================================================================
005090* 3000-POST-PAYMENT - THE CUSTOMER DEBIT, AS A TRANSFER TO THE
005100* CLEARING ACCOUNT UNDER THE PAYMENT REFERENCE
005110*================================================================
005120 3000-POST-PAYMENT.
005130     IF NOT PT-TO-POST (WS-PT-INDEX)
005140         GO TO 3000-EXIT
005150     END-IF.
005160     MOVE WS-RUN-DATE TO TRX-DATE.
005170     MOVE 'TF' TO TRX-TYPE.
005180     MOVE PT-AMOUNT (WS-PT-INDEX) TO TRX-AMOUNT.
005190     MOVE PT-ACCOUNT-NUMBER (WS-PT-INDEX) TO TRX-ACCOUNT.
005200     MOVE WS-CLEARING-ACCOUNT TO TO-ACCOUNT.
005210     MOVE 'N' TO TRX-REACT-FLAG.
005220     MOVE SPACES TO TRX-DESCRIPTION.
005230     STRING 'EXTERNAL PAYMENT ' DELIMITED BY SIZE
005240            PT-BENEF-BANK (WS-PT-INDEX) DELIMITED BY SPACE
005250            ' ' DELIMITED BY SIZE
005260            PT-BENEF-ACCOUNT (WS-PT-INDEX) DELIMITED BY SIZE
005270            INTO TRX-DESCRIPTION.
005280     MOVE PT-REFERENCE (WS-PT-INDEX) TO TRX-REFERENCE.
005290     CALL 'TRANSLEDG' USING TRANSACTION-RECORD.
005300 3000-EXIT.
005310     EXIT.
005320
005330*================================================================
005340* 4000-CONFIRM-POSTINGS - A PAYMENT IS SENT ONLY WHEN ITS DEBIT
005350* IS ON TRXREFX WITH THE SAME ACCOUNTS AND AMOUNT.  ANYTHING ELSE
005360* WENT TO SUSPFILE, WHERE SUSPREPR WILL ONLY WRITE IT OFF; THE
005365* PAYMENT IS RE-ENTERED ON PAYREQ IF IT IS STILL WANTED.
005370*================================================================
005380 4000-CONFIRM-POSTINGS.
005390     MOVE 'N' TO WS-TREF-FILE-SWITCH.
005400     OPEN INPUT TRX-REFERENCE-FILE.
005410     IF WS-TREF-FILE-STATUS = '00'
005420         MOVE 'Y' TO WS-TREF-FILE-SWITCH
005430     ELSE
005440         IF WS-TREF-FILE-STATUS NOT = '35'
005450             DISPLAY 'ERROR: UNABLE TO OPEN TRXREFX, STATUS: '
005460                     WS-TREF-FILE-STATUS
005470             CLOSE PAYMENT-REQUEST-FILE
005480             CLOSE PAYMENT-REGISTER-FILE
005490             CLOSE PRINT-FILE
005500             STOP RUN
005510         END-IF
005520     END-IF.
005530     PERFORM 4100-CONFIRM-ONE-PAYMENT THRU 4100-EXIT
005540         VARYING WS-PT-INDEX FROM 1 BY 1
005550         UNTIL WS-PT-INDEX > WS-PT-COUNT.
005560     IF TREF-FILE-AVAILABLE
005570         CLOSE TRX-REFERENCE-FILE
005580     END-IF.
005590 4000-EXIT.
005600     EXIT.
005610
005620 4100-CONFIRM-ONE-PAYMENT.
005630     IF NOT PT-TO-POST (WS-PT-INDEX)
005640             AND NOT PT-POSTED-EARLIER (WS-PT-INDEX)
005650         GO TO 4100-EXIT
005660     END-IF.
005670     IF NOT TREF-FILE-AVAILABLE
005680         MOVE 'N' TO PT-OUTCOME (WS-PT-INDEX)
005690         MOVE 'NOT POSTED - SEE SUSPFILE'
005700             TO PT-REASON (WS-PT-INDEX)
005710         GO TO 4100-EXIT
005720     END-IF.
005730     MOVE PT-REFERENCE (WS-PT-INDEX) TO RX-TRX-REFERENCE.
005740     READ TRX-REFERENCE-FILE
005750         INVALID KEY
005760             MOVE 'N' TO PT-OUTCOME (WS-PT-INDEX)
005770             MOVE 'NOT POSTED - SEE SUSPFILE'
005780                 TO PT-REASON (WS-PT-INDEX)
005790             GO TO 4100-EXIT
005800     END-READ.
005810     IF RX-TRX-TYPE NOT = 'TF'
005820             OR RX-TRX-ACCOUNT
005830                 NOT = PT-ACCOUNT-NUMBER (WS-PT-INDEX)
005840             OR RX-TO-ACCOUNT NOT = WS-CLEARING-ACCOUNT
005850             OR RX-TRX-AMOUNT NOT = PT-AMOUNT (WS-PT-INDEX)
005860         MOVE 'N' TO PT-OUTCOME (WS-PT-INDEX)
005870         MOVE 'POSTED WITH OTHER DETAILS'
005880             TO PT-REASON (WS-PT-INDEX)
005890         GO TO 4100-EXIT
005900     END-IF.
005910     IF PT-POSTED-EARLIER (WS-PT-INDEX)
005920         MOVE 'SENT - POSTED ON EARLIER RUN'
005930             TO PT-REASON (WS-PT-INDEX)
005940     ELSE
005950         MOVE 'SENT' TO PT-REASON (WS-PT-INDEX)
005960     END-IF.
005970     MOVE 'S' TO PT-OUTCOME (WS-PT-INDEX).
005980     PERFORM 4200-REGISTER-PAYMENT THRU 4200-EXIT.
005990 4100-EXIT.
006000     EXIT.
006010
006020*================================================================
006030* 4200-REGISTER-PAYMENT - THE REGISTER RECORD IS WHAT PUTS THE
006040* PAYMENT ON THE DAY'S TRANSMISSION AND WHAT A RETURN IS
006050* MATCHED BACK TO
006060*================================================================
006070 4200-REGISTER-PAYMENT.
006080     MOVE PT-REFERENCE (WS-PT-INDEX)  TO PG-PAYMENT-REFERENCE.
006090     MOVE PT-ACCOUNT-NUMBER (WS-PT-INDEX)
006100         TO PG-ACCOUNT-NUMBER.
006110     MOVE PT-AMOUNT (WS-PT-INDEX)     TO PG-AMOUNT.
006120     MOVE PT-BENEF-BANK (WS-PT-INDEX) TO PG-BENEF-BANK.
006130     MOVE PT-BENEF-ACCOUNT (WS-PT-INDEX)
006140         TO PG-BENEF-ACCOUNT.
006150     MOVE PT-BENEF-NAME (WS-PT-INDEX) TO PG-BENEF-NAME.
006160     MOVE PT-OPERATOR-ID (WS-PT-INDEX) TO PG-OPERATOR-ID.
006170     MOVE WS-RUN-DATE                 TO PG-SENT-DATE.
006180     MOVE 'S'                         TO PG-STATUS.
006190     MOVE ZERO                        TO PG-RETURN-DATE.
006200     MOVE SPACES                      TO PG-RETURN-REASON.
006210     MOVE SPACES                      TO PG-RETURN-REFERENCE.
006220     WRITE PAYMENT-REGISTER-RECORD
006230         INVALID KEY
006240             MOVE 'A' TO PT-OUTCOME (WS-PT-INDEX)
006250             MOVE 'ALREADY SENT' TO PT-REASON (WS-PT-INDEX)
006260     END-WRITE.
006270 4200-EXIT.
006280     EXIT.
006290
006300*================================================================
006310* 5000-WRITE-TRANSMISSION - THE PAYOUT FILE IS BUILT FROM THE
006320* REGISTER, NOT FROM THIS RUN'S TABLE, SO A RESTARTED RUN STILL
006330* SENDS EVERY PAYMENT REGISTERED UNDER THE RUN DATE
006340*================================================================
006350 5000-WRITE-TRANSMISSION.
006360     OPEN OUTPUT PAYMENT-OUT-FILE.
006370     IF WS-POUT-FILE-STATUS NOT = '00'
006380         DISPLAY 'ERROR: UNABLE TO OPEN PAYOUT, STATUS: '
006390                 WS-POUT-FILE-STATUS
006400         CLOSE PAYMENT-REQUEST-FILE
006410         CLOSE PAYMENT-REGISTER-FILE
006420         CLOSE PRINT-FILE
006430         STOP RUN
006440     END-IF.
006450     MOVE SPACES TO PAYMENT-OUT-RECORD.
006460     MOVE 'H' TO PO-RECORD-TYPE.
006470     MOVE WS-RUN-DATE  TO PO-FILE-DATE.
006480     MOVE WS-SENDER-ID TO PO-SENDER-ID.
006490     WRITE PAYMENT-OUT-RECORD.
006500
006510     MOVE 'N' TO WS-PREG-EOF-SWITCH.
006520     MOVE LOW-VALUES TO PG-PAYMENT-REFERENCE.
006530     MOVE WS-PREF-RUN-PREFIX TO PG-PAYMENT-REFERENCE (1:10).
006540     START PAYMENT-REGISTER-FILE
006550         KEY IS NOT LESS THAN PG-PAYMENT-REFERENCE
006560         INVALID KEY
006570             MOVE 'Y' TO WS-PREG-EOF-SWITCH
006580     END-START.
006590     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
006600         UNTIL END-OF-REGISTER.
006610
006620     MOVE SPACES TO PAYMENT-OUT-RECORD.
006630     MOVE 'T' TO PO-RECORD-TYPE.
006640     MOVE WS-DETAIL-COUNT TO PO-TRL-RECORD-COUNT.
006650     MOVE WS-HASH-TOTAL   TO PO-TRL-HASH-TOTAL.
006660     MOVE WS-DEBIT-TOTAL  TO PO-TRL-DEBIT-TOTAL.
006670     MOVE WS-CREDIT-TOTAL TO PO-TRL-CREDIT-TOTAL.
006680     WRITE PAYMENT-OUT-RECORD.
006690     CLOSE PAYMENT-OUT-FILE.
006700 5000-EXIT.
006710     EXIT.
006720
006730 5100-WRITE-ONE-DETAIL.
006740     READ PAYMENT-REGISTER-FILE NEXT RECORD
006750         AT END
006760             MOVE 'Y' TO WS-PREG-EOF-SWITCH
006770             GO TO 5100-EXIT
006780     END-READ.
006790     IF PG-PAYMENT-REFERENCE (1:10) NOT = WS-PREF-RUN-PREFIX
006800         MOVE 'Y' TO WS-PREG-EOF-SWITCH
006810         GO TO 5100-EXIT
006820     END-IF.
006830     MOVE SPACES TO PAYMENT-OUT-RECORD.
006840     MOVE 'D' TO PO-RECORD-TYPE.
006850     MOVE PG-PAYMENT-REFERENCE TO PO-PAYMENT-REFERENCE.
006860     MOVE PG-SENT-DATE         TO PO-VALUE-DATE.
006870     MOVE PG-AMOUNT            TO PO-AMOUNT.
006880     MOVE PG-ACCOUNT-NUMBER    TO PO-DEBIT-ACCOUNT.
006890     MOVE PG-BENEF-BANK        TO PO-BENEF-BANK.
006900     MOVE PG-BENEF-ACCOUNT     TO PO-BENEF-ACCOUNT.
006910     MOVE PG-BENEF-NAME        TO PO-BENEF-NAME.
006920     WRITE PAYMENT-OUT-RECORD.
006930     ADD 1 TO WS-DETAIL-COUNT.
006940     ADD PG-AMOUNT TO WS-HASH-TOTAL.
006950     ADD PG-AMOUNT TO WS-DEBIT-TOTAL.
006960     ADD PG-AMOUNT TO WS-CREDIT-TOTAL.
006970 5100-EXIT.
006980     EXIT.
006990
007000*================================================================
007010* 6000-PRINT-PAYMENT - ONE REPORT LINE PER REQUEST, IN PAYREQ
007020* ORDER, WITH ITS OUTCOME
007030*================================================================
007040 6000-PRINT-PAYMENT.
007050     MOVE PT-REFERENCE (WS-PT-INDEX) TO WS-DTL-REFERENCE.
007060     MOVE PT-ACCOUNT-NUMBER (WS-PT-INDEX) TO WS-DTL-ACCOUNT.
007070     MOVE PT-AMOUNT (WS-PT-INDEX) TO WS-DTL-AMOUNT.
007080     MOVE PT-BENEF-BANK (WS-PT-INDEX) TO WS-DTL-BENEF-BANK.
007090     MOVE PT-BENEF-ACCOUNT (WS-PT-INDEX)
007100         TO WS-DTL-BENEF-ACCOUNT.
007110     EVALUATE TRUE
007120         WHEN PT-SENT (WS-PT-INDEX)
007130             ADD 1 TO WS-SENT-COUNT
007140             ADD PT-AMOUNT (WS-PT-INDEX) TO WS-SENT-AMOUNT
007150             MOVE PT-REASON (WS-PT-INDEX) TO WS-DTL-OUTCOME
007160         WHEN PT-ALREADY-SENT (WS-PT-INDEX)
007170             ADD 1 TO WS-ALREADY-SENT-COUNT
007180             MOVE PT-REASON (WS-PT-INDEX) TO WS-DTL-OUTCOME
007190         WHEN PT-NOT-POSTED (WS-PT-INDEX)
007200             ADD 1 TO WS-NOT-POSTED-COUNT
007210             MOVE PT-REASON (WS-PT-INDEX) TO WS-DTL-OUTCOME
007220         WHEN OTHER
007230             ADD 1 TO WS-REFUSED-COUNT
007240             MOVE SPACES TO WS-DTL-OUTCOME
007250             STRING 'REFUSED - ' DELIMITED BY SIZE
007260                    PT-REASON (WS-PT-INDEX) DELIMITED BY SIZE
007270                    INTO WS-DTL-OUTCOME
007280     END-EVALUATE.
007290     MOVE WS-DETAIL-LINE TO PRINT-LINE.
007300     WRITE PRINT-LINE.
007310 6000-EXIT.
007320     EXIT.
007330
007340*================================================================
007350* 8900-RUN-CONTROL-END - STAMP THE RUN COMPLETED WITH ITS COUNT
007360*================================================================
007370 8900-RUN-CONTROL-END.
007380     MOVE 'E' TO RC-FUNCTION.
007390     MOVE WS-SENT-COUNT TO RC-RECORD-COUNT.
007400     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
007410 8900-EXIT.
007420     EXIT.
007430
007440*================================================================
007450* 9000-TERMINATE - TOTALS AND CLOSE
007460*================================================================
007470 9000-TERMINATE.
007480     MOVE SPACES TO PRINT-LINE.
007490     WRITE PRINT-LINE.
007500     MOVE SPACES TO WS-TOTAL-LINE.
007510     MOVE 'REQUESTS READ:' TO WS-TOT-LABEL.
007520     MOVE WS-REQUEST-SEQUENCE TO WS-TOT-COUNT.
007530     MOVE WS-TOTAL-LINE TO PRINT-LINE.
007540     WRITE PRINT-LINE.
007550     MOVE SPACES TO WS-TOTAL-LINE.
007560     MOVE 'SENT THIS RUN:' TO WS-TOT-LABEL.
007570     MOVE WS-SENT-COUNT TO WS-TOT-COUNT.
007580     MOVE WS-SENT-AMOUNT TO WS-TOT-AMOUNT.
007590     MOVE WS-TOTAL-LINE TO PRINT-LINE.
007600     WRITE PRINT-LINE.
007610     MOVE SPACES TO WS-TOTAL-LINE.
007620     MOVE 'REFUSED:' TO WS-TOT-LABEL.
007630     MOVE WS-REFUSED-COUNT TO WS-TOT-COUNT.
007640     MOVE WS-TOTAL-LINE TO PRINT-LINE.
007650     WRITE PRINT-LINE.
007660     MOVE SPACES TO WS-TOTAL-LINE.
007670     MOVE 'NOT POSTED - SEE SUSPFILE:' TO WS-TOT-LABEL.
007680     MOVE WS-NOT-POSTED-COUNT TO WS-TOT-COUNT.
007690     MOVE WS-TOTAL-LINE TO PRINT-LINE.
007700     WRITE PRINT-LINE.
007710     MOVE SPACES TO WS-TOTAL-LINE.
007720     MOVE 'ALREADY SENT:' TO WS-TOT-LABEL.
007730     MOVE WS-ALREADY-SENT-COUNT TO WS-TOT-COUNT.
007740     MOVE WS-TOTAL-LINE TO PRINT-LINE.
007750     WRITE PRINT-LINE.
007760     MOVE SPACES TO WS-TOTAL-LINE.
007770     MOVE 'PAYOUT TRANSMISSION:' TO WS-TOT-LABEL.
007780     MOVE WS-DETAIL-COUNT TO WS-TOT-COUNT.
007790     MOVE WS-HASH-TOTAL TO WS-TOT-AMOUNT.
007800     MOVE WS-TOTAL-LINE TO PRINT-LINE.
007810     WRITE PRINT-LINE.
007820
007830     CLOSE PAYMENT-REQUEST-FILE.
007840     CLOSE PAYMENT-REGISTER-FILE.
007850     CLOSE PRINT-FILE.
007860     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.
007870     DISPLAY 'EXTERNAL PAYMENTS COMPLETE - SENT: '
007880             WS-SENT-COUNT
007890             ' TRANSMITTED: ' WS-DETAIL-COUNT.
007900 9000-EXIT.
007910     EXIT.
