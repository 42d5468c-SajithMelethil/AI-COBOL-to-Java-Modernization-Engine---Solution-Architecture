000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYRTRN.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - OUTBOUND PAYMENT RETURNS.
000120*              PROVES THE CLEARING HOUSE'S RETURNIN TRANSMISSION
000130*              (HEADER / DETAILS / TRAILER PER PAYRET) IN A FIRST
000140*              PASS THE WAY BTRXEDIT PROVES BATCHIN, AND
000150*              REGISTERS ITS FILE DATE AND SENDER ON PAYRCTL SO
000160*              THE SAME FILE CANNOT BE CREDITED TWICE.  EACH
000170*              RETURN IS MATCHED BY ITS ORIGINAL PAYMENT
000180*              REFERENCE AND AMOUNT TO A SENT PAYMENT ON PAYREG
000190*              AND CREDITED BACK TO THE CUSTOMER THROUGH
000200*              TRANSLEDG AS A 'TF' FROM THE PAYMENTS CLEARING
000210*              ACCOUNT, UNDER AN 'XR' REFERENCE BUILT FROM THE
000220*              SENDER, FILE DATE AND DETAIL SEQUENCE.  THE
000230*              PAYMENT IS MARKED RETURNED ONCE THE CREDIT READS
000240*              BACK FROM TRXREFX.  A RETURN THAT MATCHES NO SENT
000250*              PAYMENT GOES TO SUSPFILE.  EVERY RETURN IS LISTED
000260*              ON THE RTNRPT REPORT FOR OPERATIONS.  REGISTERS
000270*              WITH RUNCTLM AS A DAILY RUN.
000271* 2026-10-15  BSY  PAYRCTL NOW CARRIES HOW FAR EACH TRANSMISSION
000272*              GOT: REGISTERED, MATCHED, COMPLETE.  ONLY A
000273*              COMPLETE ONE IS REJECTED AS A DUPLICATE; A RERUN
000274*              OF AN UNFINISHED ONE RESUMES IT, TAKING RETURNS
000275*              ALREADY MARKED ON PAYREG AS CREDITED, NOT RESENDING
000276*              CREDITS ALREADY ON TRXREFX, AND NOT WRITING
000277*              SUSPFILE AGAIN ONCE MATCHING HAD FINISHED.  THE
000278*              PAYREG UPDATE IS NOW CHECKED.
000280*================================================================
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PAYMENT-PARM-FILE ASSIGN TO "PAYPARM"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-PARM-FILE-STATUS.
000360
000370     SELECT RETURN-IN-FILE ASSIGN TO "RETURNIN"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-RTIN-FILE-STATUS.
000400
000410     SELECT RETURN-CONTROL-FILE ASSIGN TO "PAYRCTL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PC-TRANSMISSION-KEY
000450         FILE STATUS IS WS-RCTL-FILE-STATUS.
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
000590     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SUSP-FILE-STATUS.
000620
000630     SELECT PRINT-FILE ASSIGN TO "RTNRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRNT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*----------------------------------------------------------------
000700* THE SAME PARAMETER RECORD EXTPAY READS; ONLY THE CLEARING
000710* ACCOUNT IS USED HERE
000720*----------------------------------------------------------------
000730 FD  PAYMENT-PARM-FILE.
000740 01  PAYMENT-PARM-RECORD.
000750     05  PP-CLEARING-ACCOUNT   PIC X(20).
000760     05  PP-SENDER-ID          PIC X(8).
000770     05  FILLER                PIC X(52).
000780
000790 FD  RETURN-IN-FILE.
000800     COPY PAYRET.
000810
000820 FD  RETURN-CONTROL-FILE.
000830 01  RETURN-CONTROL-RECORD.
000840     05  PC-TRANSMISSION-KEY.
000850         10  PC-FILE-DATE      PIC 9(8).
000860         10  PC-SENDER-ID      PIC X(8).
000870     05  PC-ACCEPT-DATE        PIC 9(8).
000880     05  PC-DETAIL-COUNT       PIC 9(7).
000882     05  PC-PROGRESS           PIC X(1).
000884         88  PC-REGISTERED     VALUE 'R'.
000886         88  PC-MATCHED        VALUE 'M'.
000888         88  PC-COMPLETE       VALUE 'C'.
000890
000900 FD  PAYMENT-REGISTER-FILE.
000910     COPY PAYREG.
000920
000930 FD  TRX-REFERENCE-FILE.
000940     COPY TRXREFX.
000950
000960 FD  SUSPENSE-FILE.
000970     COPY SUSPNS.
000980
000990 FD  PRINT-FILE.
001000 01  PRINT-LINE                PIC X(132).
001010
001020 WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------
001040* FILE STATUS AND CONTROL SWITCHES
001050*----------------------------------------------------------------
001060 01  WS-PARM-FILE-STATUS       PIC X(2)  VALUE '00'.
001070 01  WS-RTIN-FILE-STATUS       PIC X(2)  VALUE '00'.
001080 01  WS-RCTL-FILE-STATUS       PIC X(2)  VALUE '00'.
001090 01  WS-PREG-FILE-STATUS       PIC X(2)  VALUE '00'.
001100 01  WS-TREF-FILE-STATUS       PIC X(2)  VALUE '00'.
001110 01  WS-SUSP-FILE-STATUS       PIC X(2)  VALUE '00'.
001120 01  WS-PRNT-FILE-STATUS       PIC X(2)  VALUE '00'.
001130
001140 01  WS-RTIN-EOF-SWITCH        PIC X(1)  VALUE 'N'.
001150     88  END-OF-RETURNS        VALUE 'Y'.
001160
001170 01  WS-REJECT-SWITCH          PIC X(1)  VALUE 'N'.
001180     88  FILE-REJECTED         VALUE 'Y'.
001190
001200 01  WS-HEADER-SEEN-SWITCH     PIC X(1)  VALUE 'N'.
001210     88  HEADER-SEEN           VALUE 'Y'.
001220
001230 01  WS-TRAILER-SEEN-SWITCH    PIC X(1)  VALUE 'N'.
001240     88  TRAILER-SEEN          VALUE 'Y'.
001250
001260 01  WS-TREF-FILE-SWITCH       PIC X(1)  VALUE 'N'.
001270     88  TREF-FILE-AVAILABLE   VALUE 'Y'.
001271
001272 01  WS-RESUME-SWITCH          PIC X(1)  VALUE 'N'.
001273     88  RESUMING-TRANSMISSION VALUE 'Y'.
001274
001275 01  WS-SUSPENSE-DONE-SWITCH   PIC X(1)  VALUE 'N'.
001276     88  SUSPENSE-ALREADY-WRITTEN VALUE 'Y'.
001277
001278 01  WS-NEW-PROGRESS           PIC X(1)  VALUE SPACE.
001280
001290 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
001300 01  WS-CLEARING-ACCOUNT       PIC X(20) VALUE SPACES.
001310 01  WS-SUSPEND-REASON         PIC X(30) VALUE SPACES.
001320
001330*----------------------------------------------------------------
001340* TRANSACTION REFERENCE OF THE CREDIT BACK - SOURCE CODE,
001350* SENDER, FILE DATE AND DETAIL SEQUENCE WITHIN THE TRANSMISSION.
001360* PAYRCTL NEVER ACCEPTS THE SAME SENDER AND DATE TWICE, SO NO
001370* REFERENCE REPEATS EXCEPT WHEN AN UNFINISHED TRANSMISSION IS
001375* RESUMED, AND THEN IT IS THE SAME RETURN'S OWN CREDIT.
001380*----------------------------------------------------------------
001390 01  WS-TRX-REFERENCE-BUILD.
001400     05  FILLER               PIC X(2)  VALUE 'XR'.
001410     05  WS-REF-SENDER        PIC X(8)  VALUE SPACES.
001420     05  WS-REF-FILE-DATE     PIC 9(8)  VALUE ZERO.
001430     05  WS-REF-SEQUENCE      PIC 9(7)  VALUE ZERO.
001440     05  FILLER               PIC X(5)  VALUE SPACES.
001450
001460*----------------------------------------------------------------
001470* TRANSMISSION IDENTITY FROM THE HEADER AND THE TOTALS PROVED
001480* AGAINST THE TRAILER
001490*----------------------------------------------------------------
001500 01  WS-FILE-DATE              PIC 9(8)       VALUE ZERO.
001510 01  WS-SENDER-ID              PIC X(8)       VALUE SPACES.
001520
001530 01  WS-DETAIL-COUNT           PIC 9(7)       VALUE ZERO.
001540 01  WS-HASH-TOTAL             PIC 9(13)V99   VALUE ZERO.
001550 01  WS-DEBIT-TOTAL            PIC 9(11)V99   VALUE ZERO.
001560 01  WS-CREDIT-TOTAL           PIC 9(11)V99   VALUE ZERO.
001570
001580 01  WS-TRL-RECORD-COUNT       PIC 9(7)       VALUE ZERO.
001590 01  WS-TRL-HASH-TOTAL         PIC 9(13)V99   VALUE ZERO.
001600 01  WS-TRL-DEBIT-TOTAL        PIC 9(11)V99   VALUE ZERO.
001610 01  WS-TRL-CREDIT-TOTAL       PIC 9(11)V99   VALUE ZERO.
001620
001630*----------------------------------------------------------------
001640* MATCHED RETURNS ARE STAGED HERE, CREDITED THROUGH TRANSLEDG
001650* AFTERWARDS AND CONFIRMED AGAINST TRXREFX ONCE THE POSTING
001660* SESSION HAS CLOSED, SO SUSPFILE AND TRXREFX ARE NEVER HELD
001670* OPEN BY THIS PROGRAM WHILE TRANSLEDG POSTS.
001680*----------------------------------------------------------------
001690 01  WS-RN-TABLE-MAX           PIC 9(4)  COMP  VALUE 2000.
001700 01  WS-RN-COUNT               PIC 9(4)  COMP  VALUE ZERO.
001710 01  WS-RN-INDEX               PIC 9(4)  COMP  VALUE ZERO.
001720 01  WS-RN-MATCH-INDEX         PIC 9(4)  COMP  VALUE ZERO.
001730
001740 01  RETURN-TABLE.
001750     05  RETURN-ENTRY OCCURS 2000 TIMES.
001760         10  RN-RETURN-REFERENCE   PIC X(30).
001770         10  RN-ORIG-REFERENCE     PIC X(30).
001780         10  RN-ACCOUNT-NUMBER     PIC X(20).
001790         10  RN-AMOUNT             PIC 9(9)V99.
001800         10  RN-REASON-CODE        PIC X(4).
001810         10  RN-REASON-TEXT        PIC X(35).
001820         10  RN-OUTCOME            PIC X(1).
001830             88  RN-TO-CREDIT        VALUE 'P'.
001835             88  RN-ALREADY-POSTED   VALUE 'A'.
001840             88  RN-CREDITED         VALUE 'C'.
001845             88  RN-REGISTER-FAILED  VALUE 'U'.
001850             88  RN-NOT-CREDITED     VALUE 'N'.
001860
001870*----------------------------------------------------------------
001880* RUN COUNTERS
001890*----------------------------------------------------------------
001900 01  WS-CREDITED-COUNT         PIC 9(7)       VALUE ZERO.
001910 01  WS-CREDITED-AMOUNT        PIC 9(11)V99   VALUE ZERO.
001920 01  WS-NOT-CREDITED-COUNT     PIC 9(7)       VALUE ZERO.
001930 01  WS-SUSPENDED-COUNT        PIC 9(7)       VALUE ZERO.
001940 01  WS-SUSPENDED-AMOUNT       PIC 9(11)V99   VALUE ZERO.
001950
001960*----------------------------------------------------------------
001970* RUN CONTROL INTERFACE - SEE RUNCTLR
001980*----------------------------------------------------------------
001990     COPY RUNCTLR.
002000
002010     COPY TRXREC.
002020
002030*----------------------------------------------------------------
002040* REPORT LINE WORK AREAS
002050*----------------------------------------------------------------
002060 01  WS-HEADING-1.
002070     05  FILLER               PIC X(34) VALUE
002080         'OUTBOUND PAYMENT RETURNS'.
002090     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
002100     05  WS-HDG-RUN-DATE      PIC 9(8).
002110     05  FILLER               PIC X(20) VALUE
002120         '  CLEARING ACCOUNT: '.
002130     05  WS-HDG-CLEARING      PIC X(20).
002140
002150 01  WS-IDENT-LINE.
002160     05  FILLER               PIC X(11) VALUE 'FILE DATE: '.
002170     05  WS-IDN-FILE-DATE     PIC 9(8).
002180     05  FILLER               PIC X(10) VALUE '  SENDER: '.
002190     05  WS-IDN-SENDER        PIC X(8).
002200
002210 01  WS-ERROR-LINE.
002220     05  FILLER               PIC X(17) VALUE 'FILE REJECTED - '.
002230     05  WS-ERR-MESSAGE       PIC X(50).
002231
002232 01  WS-RESUME-LINE.
002233     05  FILLER               PIC X(50) VALUE
002234         'RESUMING UNFINISHED TRANSMISSION - ACCEPTED ON '.
002235     05  WS-RSM-ACCEPT-DATE   PIC 9(8).
002240
002250 01  WS-COMPARE-LINE.
002260     05  WS-CMP-LABEL         PIC X(16).
002270     05  FILLER               PIC X(10) VALUE ' TRAILER: '.
002280     05  WS-CMP-TRAILER       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002290     05  FILLER               PIC X(10) VALUE '  ACTUAL: '.
002300     05  WS-CMP-ACTUAL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002310
002320 01  WS-COUNT-COMPARE-LINE.
002330     05  FILLER               PIC X(16) VALUE 'RECORD COUNT    '.
002340     05  FILLER               PIC X(10) VALUE ' TRAILER: '.
002350     05  WS-CNT-TRAILER       PIC ZZZZZZ9.
002360     05  FILLER               PIC X(10) VALUE '  ACTUAL: '.
002370     05  WS-CNT-ACTUAL        PIC ZZZZZZ9.
002380
002390 01  WS-SUSPENDED-HEADING.
002400     05  FILLER               PIC X(40) VALUE
002410         'UNMATCHED RETURNS - SENT TO SUSPFILE'.
002420
002430 01  WS-MATCHED-HEADING.
002440     05  FILLER               PIC X(40) VALUE
002450         'RETURNS MATCHED TO PAYMENTS'.
002460
002470 01  WS-COLUMN-HEADING.
002480     05  FILLER               PIC X(31) VALUE
002490         'ORIGINAL PAYMENT REFERENCE'.
002500     05  FILLER               PIC X(21) VALUE 'ACCOUNT'.
002510     05  FILLER               PIC X(18) VALUE
002520         '          AMOUNT'.
002530     05  FILLER               PIC X(31) VALUE 'RETURN REASON'.
002540     05  FILLER               PIC X(30) VALUE 'OUTCOME'.
002550
002560 01  WS-DETAIL-LINE.
002570     05  WS-DTL-ORIG-REFERENCE PIC X(30).
002580     05  FILLER               PIC X(1)  VALUE SPACES.
002590     05  WS-DTL-ACCOUNT       PIC X(20).
002600     05  FILLER               PIC X(1)  VALUE SPACES.
002610     05  WS-DTL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
002620     05  FILLER               PIC X(2)  VALUE SPACES.
002630     05  WS-DTL-REASON-CODE   PIC X(4).
002640     05  FILLER               PIC X(1)  VALUE SPACES.
002650     05  WS-DTL-REASON-TEXT   PIC X(25).
002660     05  FILLER               PIC X(1)  VALUE SPACES.
002670     05  WS-DTL-OUTCOME       PIC X(30).
002680
002690 01  WS-NONE-LINE             PIC X(40) VALUE
002700     '  NONE'.
002710
002720 01  WS-TOTAL-LINE.
002730     05  WS-TOT-LABEL         PIC X(30).
002740     05  WS-TOT-COUNT         PIC Z,ZZZ,ZZ9.
002750     05  FILLER               PIC X(2)  VALUE SPACES.
002760     05  WS-TOT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002770
002780 PROCEDURE DIVISION.
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     PERFORM 2000-PROVE-TRANSMISSION THRU 2000-EXIT
002820         UNTIL END-OF-RETURNS OR FILE-REJECTED.
002830     IF NOT FILE-REJECTED
002840         PERFORM 3000-VERIFY-TRAILER THRU 3000-EXIT
002850     END-IF.
002860     IF NOT FILE-REJECTED
002870         PERFORM 4000-REGISTER-TRANSMISSION THRU 4000-EXIT
002880     END-IF.
002890     IF NOT FILE-REJECTED
002900         PERFORM 5000-MATCH-RETURNS THRU 5000-EXIT
002901         MOVE 'M' TO WS-NEW-PROGRESS
002902         PERFORM 4200-RECORD-PROGRESS THRU 4200-EXIT
002903         IF RESUMING-TRANSMISSION
002904             PERFORM 5500-FIND-EARLIER-CREDITS THRU 5500-EXIT
002905         END-IF
002910         CALL 'TRANSOPEN'
002920         PERFORM 6000-CREDIT-RETURN THRU 6000-EXIT
002930             VARYING WS-RN-INDEX FROM 1 BY 1
002940             UNTIL WS-RN-INDEX > WS-RN-COUNT
002950         CALL 'TRANSCLSE'
002960         PERFORM 7000-CONFIRM-CREDITS THRU 7000-EXIT
002963         MOVE 'C' TO WS-NEW-PROGRESS
002966         PERFORM 4200-RECORD-PROGRESS THRU 4200-EXIT
002970         PERFORM 7500-PRINT-MATCHED THRU 7500-EXIT
002980     END-IF.
002990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003000     STOP RUN.
003010
003020*================================================================
003030* 1000-INITIALIZE - REGISTER THE RUN, TAKE THE CLEARING ACCOUNT,
003040* OPEN FILES, PRINT HEADINGS, PRIME THE READ
003050*================================================================
003060 1000-INITIALIZE.
003070     PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
003080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003090     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
003100
003110     OPEN INPUT RETURN-IN-FILE.
003120     IF WS-RTIN-FILE-STATUS NOT = '00'
003130         DISPLAY 'ERROR: UNABLE TO OPEN RETURNIN, STATUS: '
003140                 WS-RTIN-FILE-STATUS
003150         STOP RUN
003160     END-IF.
003170     OPEN I-O RETURN-CONTROL-FILE.
003180     IF WS-RCTL-FILE-STATUS = '35'
003190         OPEN OUTPUT RETURN-CONTROL-FILE
003200         CLOSE RETURN-CONTROL-FILE
003210         OPEN I-O RETURN-CONTROL-FILE
003220     END-IF.
003230     IF WS-RCTL-FILE-STATUS NOT = '00'
003240         DISPLAY 'ERROR: UNABLE TO OPEN PAYRCTL, STATUS: '
003250                 WS-RCTL-FILE-STATUS
003260         CLOSE RETURN-IN-FILE
003270         STOP RUN
003280     END-IF.
003290     OPEN OUTPUT PRINT-FILE.
003300     IF WS-PRNT-FILE-STATUS NOT = '00'
003310         DISPLAY 'ERROR: UNABLE TO OPEN RTNRPT, STATUS: '
003320                 WS-PRNT-FILE-STATUS
003330         CLOSE RETURN-IN-FILE
003340         CLOSE RETURN-CONTROL-FILE
003350         STOP RUN
003360     END-IF.
003370
003380     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
003390     MOVE WS-CLEARING-ACCOUNT TO WS-HDG-CLEARING.
003400     MOVE WS-HEADING-1 TO PRINT-LINE.
003410     WRITE PRINT-LINE.
003420
003430     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
003440     IF END-OF-RETURNS
003450         MOVE 'TRANSMISSION FILE IS EMPTY' TO WS-ERR-MESSAGE
003460         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
003470     END-IF.
003480 1000-EXIT.
003490     EXIT.
003500
003510*================================================================
003520* 1100-READ-PARAMETERS - THE CLEARING ACCOUNT THE RETURNS ARE
003530* CREDITED BACK OUT OF IS REQUIRED
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
003680         DISPLAY 'ERROR: PAYPARM MUST NAME THE CLEARING '
003690                 'ACCOUNT'
003700         STOP RUN
003710     END-IF.
003720     MOVE PP-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT.
003730 1100-EXIT.
003740     EXIT.
003750
003760*================================================================
003770* 1900-RUN-CONTROL-START - REGISTER THE RUN BEFORE ANY WORK
003780*================================================================
003790 1900-RUN-CONTROL-START.
003800     MOVE 'S'        TO RC-FUNCTION.
003810     MOVE 'PAYRTRN'  TO RC-PROGRAM-NAME.
003820     MOVE 'D'        TO RC-FREQUENCY.
003830     MOVE SPACES     TO RC-PREREQ-PROGRAM.
003840     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
003850     MOVE ZERO       TO RC-RECORD-COUNT.
003860     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
003870     IF NOT RC-GO-AHEAD
003880         DISPLAY 'PAYRTRN REFUSED BY RUN CONTROL, CODE: '
003890                 RC-RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920 1900-EXIT.
003930     EXIT.
003940
003950*================================================================
003960* 2000-PROVE-TRANSMISSION - FIRST PASS.  THE FIRST RECORD MUST
003970* BE THE HEADER, DETAILS ACCUMULATE INTO THE PROOF TOTALS, AND
003980* NOTHING MAY FOLLOW THE TRAILER.
003990*================================================================
004000 2000-PROVE-TRANSMISSION.
004010     EVALUATE TRUE
004020         WHEN PR-HEADER-RECORD
004030             PERFORM 2200-TAKE-HEADER THRU 2200-EXIT
004040         WHEN PR-DETAIL-RECORD
004050             PERFORM 2300-TAKE-DETAIL THRU 2300-EXIT
004060         WHEN PR-TRAILER-RECORD
004070             PERFORM 2400-TAKE-TRAILER THRU 2400-EXIT
004080         WHEN OTHER
004090             MOVE 'UNKNOWN RECORD TYPE IN TRANSMISSION'
004100                 TO WS-ERR-MESSAGE
004110             PERFORM 8000-REJECT-FILE THRU 8000-EXIT
004120     END-EVALUATE.
004130     IF NOT FILE-REJECTED
004140         PERFORM 2100-READ-RETURN THRU 2100-EXIT
004150     END-IF.
004160 2000-EXIT.
004170     EXIT.
004180
004190 2100-READ-RETURN.
004200     READ RETURN-IN-FILE
004210         AT END
004220             MOVE 'Y' TO WS-RTIN-EOF-SWITCH
004230     END-READ.
004240 2100-EXIT.
004250     EXIT.
004260
004270 2200-TAKE-HEADER.
004280     IF HEADER-SEEN
004290         MOVE 'MORE THAN ONE HEADER RECORD' TO WS-ERR-MESSAGE
004300         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
004310         GO TO 2200-EXIT
004320     END-IF.
004330     IF WS-DETAIL-COUNT > ZERO OR TRAILER-SEEN
004340         MOVE 'HEADER NOT FIRST RECORD' TO WS-ERR-MESSAGE
004350         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
004360         GO TO 2200-EXIT
004370     END-IF.
004380     MOVE 'Y' TO WS-HEADER-SEEN-SWITCH.
004390     MOVE PR-FILE-DATE  TO WS-FILE-DATE.
004400     MOVE PR-SENDER-ID  TO WS-SENDER-ID.
004410     MOVE WS-FILE-DATE  TO WS-IDN-FILE-DATE.
004420     MOVE WS-SENDER-ID  TO WS-IDN-SENDER.
004430     MOVE WS-IDENT-LINE TO PRINT-LINE.
004440     WRITE PRINT-LINE.
004450 2200-EXIT.
004460     EXIT.
004470
004480 2300-TAKE-DETAIL.
004490     IF NOT HEADER-SEEN
004500         MOVE 'DETAIL BEFORE HEADER' TO WS-ERR-MESSAGE
004510         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
004520         GO TO 2300-EXIT
004530     END-IF.
004540     IF TRAILER-SEEN
004550         MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-ERR-MESSAGE
004560         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
004570         GO TO 2300-EXIT
004580     END-IF.
004590     ADD 1 TO WS-DETAIL-COUNT.
004600     ADD PR-AMOUNT TO WS-HASH-TOTAL.
004610     ADD PR-AMOUNT TO WS-DEBIT-TOTAL.
004620     ADD PR-AMOUNT TO WS-CREDIT-TOTAL.
004630 2300-EXIT.
004640     EXIT.
004650
004660 2400-TAKE-TRAILER.
004670     IF NOT HEADER-SEEN
004680         MOVE 'TRAILER BEFORE HEADER' TO WS-ERR-MESSAGE
004690         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
004700         GO TO 2400-EXIT
004710     END-IF.
004720     IF TRAILER-SEEN
004730         MOVE 'MORE THAN ONE TRAILER RECORD' TO WS-ERR-MESSAGE
004740         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
004750         GO TO 2400-EXIT
004760     END-IF.
004770     MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH.
004780     MOVE PR-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
004790     MOVE PR-TRL-HASH-TOTAL   TO WS-TRL-HASH-TOTAL.
004800     MOVE PR-TRL-DEBIT-TOTAL  TO WS-TRL-DEBIT-TOTAL.
004810     MOVE PR-TRL-CREDIT-TOTAL TO WS-TRL-CREDIT-TOTAL.
004820 2400-EXIT.
004830     EXIT.
004840
004850*================================================================
004860* 3000-VERIFY-TRAILER - THE TRAILER MUST EXIST AND EVERY
004870* CONTROL TOTAL MUST AGREE WITH WHAT THE DETAILS ADD TO
004880*================================================================
004890 3000-VERIFY-TRAILER.
004900     IF NOT TRAILER-SEEN
004910         MOVE 'NO TRAILER RECORD - FILE MAY BE TRUNCATED'
004920             TO WS-ERR-MESSAGE
004930         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
004940         GO TO 3000-EXIT
004950     END-IF.
004960
004970     IF WS-TRL-RECORD-COUNT NOT = WS-DETAIL-COUNT
004980         MOVE WS-TRL-RECORD-COUNT TO WS-CNT-TRAILER
004990         MOVE WS-DETAIL-COUNT     TO WS-CNT-ACTUAL
005000         MOVE WS-COUNT-COMPARE-LINE TO PRINT-LINE
005010         WRITE PRINT-LINE
005020         MOVE 'CONTROL TOTALS DO NOT PROVE' TO WS-ERR-MESSAGE
005030         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
005040     END-IF.
005050     IF WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
005060         MOVE 'HASH TOTAL      ' TO WS-CMP-LABEL
005070         MOVE WS-TRL-HASH-TOTAL TO WS-CMP-TRAILER
005080         MOVE WS-HASH-TOTAL     TO WS-CMP-ACTUAL
005090         PERFORM 3100-REPORT-MISMATCH THRU 3100-EXIT
005100     END-IF.
005110     IF WS-TRL-DEBIT-TOTAL NOT = WS-DEBIT-TOTAL
005120         MOVE 'DEBIT TOTAL     ' TO WS-CMP-LABEL
005130         MOVE WS-TRL-DEBIT-TOTAL TO WS-CMP-TRAILER
005140         MOVE WS-DEBIT-TOTAL     TO WS-CMP-ACTUAL
005150         PERFORM 3100-REPORT-MISMATCH THRU 3100-EXIT
005160     END-IF.
005170     IF WS-TRL-CREDIT-TOTAL NOT = WS-CREDIT-TOTAL
005180         MOVE 'CREDIT TOTAL    ' TO WS-CMP-LABEL
005190         MOVE WS-TRL-CREDIT-TOTAL TO WS-CMP-TRAILER
005200         MOVE WS-CREDIT-TOTAL     TO WS-CMP-ACTUAL
005210         PERFORM 3100-REPORT-MISMATCH THRU 3100-EXIT
005220     END-IF.
005230 3000-EXIT.
005240     EXIT.
005250
005260 3100-REPORT-MISMATCH.
005270     MOVE WS-COMPARE-LINE TO PRINT-LINE.
005280     WRITE PRINT-LINE.
005290     MOVE 'CONTROL TOTALS DO NOT PROVE' TO WS-ERR-MESSAGE.
005300     PERFORM 8000-REJECT-FILE THRU 8000-EXIT.
005310 3100-EXIT.
005320     EXIT.
005330
005340*================================================================
005350* 4000-REGISTER-TRANSMISSION - THE WRITE TO THE REGISTRY IS THE
005360* DUPLICATE CHECK: A SECOND FILE WITH THE SAME DATE AND SENDER
005370* HITS THE EXISTING KEY.  IF THAT TRANSMISSION COMPLETED THE
005373* WHOLE FILE IS REJECTED; IF IT NEVER FINISHED, AND IS THE SAME
005376* SIZE, THIS RUN RESUMES IT
005380*================================================================
005390 4000-REGISTER-TRANSMISSION.
005400     MOVE WS-FILE-DATE     TO PC-FILE-DATE.
005410     MOVE WS-SENDER-ID     TO PC-SENDER-ID.
005420     MOVE WS-RUN-DATE      TO PC-ACCEPT-DATE.
005430     MOVE WS-DETAIL-COUNT  TO PC-DETAIL-COUNT.
005435     MOVE 'R'              TO PC-PROGRESS.
005440     WRITE RETURN-CONTROL-RECORD
005450         INVALID KEY
005460             PERFORM 4100-CHECK-RESUME THRU 4100-EXIT
005490     END-WRITE.
005500 4000-EXIT.
005510     EXIT.
005511
005512 4100-CHECK-RESUME.
005513     READ RETURN-CONTROL-FILE
005514         INVALID KEY
005515             MOVE 'UNABLE TO REGISTER TRANSMISSION ON PAYRCTL'
005516                 TO WS-ERR-MESSAGE
005517             PERFORM 8000-REJECT-FILE THRU 8000-EXIT
005518             GO TO 4100-EXIT
005519     END-READ.
005520     IF PC-COMPLETE
005521         MOVE 'DUPLICATE TRANSMISSION - ALREADY ACCEPTED'
005522             TO WS-ERR-MESSAGE
005523         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
005524         GO TO 4100-EXIT
005525     END-IF.
005526     IF PC-DETAIL-COUNT NOT = WS-DETAIL-COUNT
005527         MOVE 'DIFFERS FROM UNFINISHED TRANSMISSION ON PAYRCTL'
005528             TO WS-ERR-MESSAGE
005529         PERFORM 8000-REJECT-FILE THRU 8000-EXIT
005530         GO TO 4100-EXIT
005531     END-IF.
005532     MOVE 'Y' TO WS-RESUME-SWITCH.
005533     IF PC-MATCHED
005534         MOVE 'Y' TO WS-SUSPENSE-DONE-SWITCH
005535     END-IF.
005536     MOVE PC-ACCEPT-DATE TO WS-RSM-ACCEPT-DATE.
005537     MOVE WS-RESUME-LINE TO PRINT-LINE.
005538     WRITE PRINT-LINE.
005539     DISPLAY 'RESUMING UNFINISHED TRANSMISSION FROM '
005540             WS-SENDER-ID ' DATED ' WS-FILE-DATE.
005541 4100-EXIT.
005542     EXIT.
005543
005544*================================================================
005545* 4200-RECORD-PROGRESS - MOVE THE TRANSMISSION ON TO THE STAGE
005546* IN WS-NEW-PROGRESS.  A FAILURE IS LOGGED; A RERUN THEN REPEATS
005547* THE STAGE, WHICH THE RESUME LOGIC ALLOWS FOR.
005548*================================================================
005549 4200-RECORD-PROGRESS.
005550     MOVE WS-FILE-DATE     TO PC-FILE-DATE.
005551     MOVE WS-SENDER-ID     TO PC-SENDER-ID.
005552     READ RETURN-CONTROL-FILE
005553         INVALID KEY
005554             DISPLAY 'ERROR: PAYRCTL RECORD NOT FOUND, STATUS: '
005555                     WS-RCTL-FILE-STATUS ' STAGE: '
005556                     WS-NEW-PROGRESS
005557             GO TO 4200-EXIT
005558     END-READ.
005559     MOVE WS-NEW-PROGRESS  TO PC-PROGRESS.
005560     REWRITE RETURN-CONTROL-RECORD
005561         INVALID KEY
005562             DISPLAY 'ERROR: PAYRCTL UPDATE FAILED, STATUS: '
005563                     WS-RCTL-FILE-STATUS ' STAGE: '
005564                     WS-NEW-PROGRESS
005565     END-REWRITE.
005566 4200-EXIT.
005567     EXIT.
005568
005569*================================================================
005570* 5000-MATCH-RETURNS - SECOND PASS.  EACH RETURN MUST NAME A
005571* PAYMENT ON PAYREG THAT WAS SENT AND NOT YET RETURNED, FOR THE
005572* SAME AMOUNT, AND ONLY ONCE IN THE TRANSMISSION.  A MATCHED
005573* RETURN IS STAGED FOR CREDIT; ANYTHING ELSE GOES TO SUSPFILE.
005580*================================================================
005590 5000-MATCH-RETURNS.
005600     CLOSE RETURN-IN-FILE.
005610     OPEN INPUT RETURN-IN-FILE.
005620     IF WS-RTIN-FILE-STATUS NOT = '00'
005630         DISPLAY 'ERROR: UNABLE TO REOPEN RETURNIN, STATUS: '
005640                 WS-RTIN-FILE-STATUS
005650         STOP RUN
005660     END-IF.
005670     OPEN I-O PAYMENT-REGISTER-FILE.
005680     IF WS-PREG-FILE-STATUS = '35'
005690         OPEN OUTPUT PAYMENT-REGISTER-FILE
005700         CLOSE PAYMENT-REGISTER-FILE
005710         OPEN I-O PAYMENT-REGISTER-FILE
005720     END-IF.
005730     IF WS-PREG-FILE-STATUS NOT = '00'
005740         DISPLAY 'ERROR: UNABLE TO OPEN PAYREG, STATUS: '
005750                 WS-PREG-FILE-STATUS
005760         STOP RUN
005770     END-IF.
005780     OPEN EXTEND SUSPENSE-FILE.
005790     IF WS-SUSP-FILE-STATUS = '35'
005800         OPEN OUTPUT SUSPENSE-FILE
005810     END-IF.
005820     IF WS-SUSP-FILE-STATUS NOT = '00'
005830         DISPLAY 'ERROR: UNABLE TO OPEN SUSPFILE, STATUS: '
005840                 WS-SUSP-FILE-STATUS
005850         STOP RUN
005860     END-IF.
005870
005880     MOVE SPACES TO PRINT-LINE.
005890     WRITE PRINT-LINE.
005900     MOVE WS-SUSPENDED-HEADING TO PRINT-LINE.
005910     WRITE PRINT-LINE.
005920     MOVE WS-COLUMN-HEADING TO PRINT-LINE.
005930     WRITE PRINT-LINE.
005940
005950     MOVE 'N' TO WS-RTIN-EOF-SWITCH.
005960     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
005970     MOVE WS-SENDER-ID  TO WS-REF-SENDER.
005980     MOVE WS-FILE-DATE  TO WS-REF-FILE-DATE.
005990     MOVE ZERO          TO WS-REF-SEQUENCE.
006000     PERFORM 5100-MATCH-ONE-RETURN THRU 5100-EXIT
006010         UNTIL END-OF-RETURNS.
006020     CLOSE SUSPENSE-FILE.
006030
006040     IF WS-SUSPENDED-COUNT = ZERO
006050         MOVE WS-NONE-LINE TO PRINT-LINE
006060         WRITE PRINT-LINE
006070     END-IF.
006080 5000-EXIT.
006090     EXIT.
006100
006110 5100-MATCH-ONE-RETURN.
006120     IF NOT PR-DETAIL-RECORD
006130         GO TO 5100-NEXT
006140     END-IF.
006150     ADD 1 TO WS-REF-SEQUENCE.
006160
006170     MOVE PR-ORIG-REFERENCE TO PG-PAYMENT-REFERENCE.
006180     READ PAYMENT-REGISTER-FILE
006190         INVALID KEY
006200             MOVE SPACES TO PG-ACCOUNT-NUMBER
006210             MOVE 'ORIGINAL PAYMENT NOT FOUND'
006220                 TO WS-SUSPEND-REASON
006230             PERFORM 5200-SUSPEND-RETURN THRU 5200-EXIT
006240             GO TO 5100-NEXT
006250     END-READ.
006260     IF PG-RETURNED
006261         IF RESUMING-TRANSMISSION
006262             AND PG-RETURN-REFERENCE = WS-TRX-REFERENCE-BUILD
006263             PERFORM 5400-STAGE-EARLIER-RETURN THRU 5400-EXIT
006264             GO TO 5100-NEXT
006265         END-IF
006270         MOVE 'PAYMENT ALREADY RETURNED' TO WS-SUSPEND-REASON
006280         PERFORM 5200-SUSPEND-RETURN THRU 5200-EXIT
006290         GO TO 5100-NEXT
006300     END-IF.
006310     IF PG-AMOUNT NOT = PR-AMOUNT
006320         MOVE 'AMOUNT DOES NOT MATCH PAYMENT'
006330             TO WS-SUSPEND-REASON
006340         PERFORM 5200-SUSPEND-RETURN THRU 5200-EXIT
006350         GO TO 5100-NEXT
006360     END-IF.
006370     MOVE ZERO TO WS-RN-MATCH-INDEX.
006380     PERFORM 5300-FIND-STAGED-RETURN THRU 5300-EXIT
006390         VARYING WS-RN-INDEX FROM 1 BY 1
006400         UNTIL WS-RN-INDEX > WS-RN-COUNT
006410            OR WS-RN-MATCH-INDEX > ZERO.
006420     IF WS-RN-MATCH-INDEX > ZERO
006430         MOVE 'DUPLICATE IN TRANSMISSION' TO WS-SUSPEND-REASON
006440         PERFORM 5200-SUSPEND-RETURN THRU 5200-EXIT
006450         GO TO 5100-NEXT
006460     END-IF.
006470     IF WS-RN-COUNT NOT < WS-RN-TABLE-MAX
006480         MOVE 'RETURN TABLE FULL' TO WS-SUSPEND-REASON
006490         PERFORM 5200-SUSPEND-RETURN THRU 5200-EXIT
006500         GO TO 5100-NEXT
006510     END-IF.
006520
006530     ADD 1 TO WS-RN-COUNT.
006540     MOVE WS-TRX-REFERENCE-BUILD
006550         TO RN-RETURN-REFERENCE (WS-RN-COUNT).
006560     MOVE PR-ORIG-REFERENCE TO RN-ORIG-REFERENCE (WS-RN-COUNT).
006570     MOVE PG-ACCOUNT-NUMBER TO RN-ACCOUNT-NUMBER (WS-RN-COUNT).
006580     MOVE PR-AMOUNT         TO RN-AMOUNT (WS-RN-COUNT).
006590     MOVE PR-RETURN-REASON  TO RN-REASON-CODE (WS-RN-COUNT).
006600     MOVE PR-REASON-TEXT    TO RN-REASON-TEXT (WS-RN-COUNT).
006610     MOVE 'P'               TO RN-OUTCOME (WS-RN-COUNT).
006620 5100-NEXT.
006630     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
006640 5100-EXIT.
006650     EXIT.
006660
006670*================================================================
006680* 5200-SUSPEND-RETURN - AN UNMATCHED RETURN GOES TO THE REJECT
006690* QUEUE AS THE CREDIT IT WOULD HAVE BEEN: A TRANSFER OUT OF THE
006700* CLEARING ACCOUNT, TO THE CUSTOMER WHEN THE PAYMENT WAS FOUND
006710*================================================================
006720 5200-SUSPEND-RETURN.
006730     MOVE 'PAYRTRN'           TO SUSP-SOURCE-PROGRAM.
006740     MOVE WS-RUN-DATE         TO SUSP-REJECT-DATE.
006750     MOVE SPACES              TO SUSP-ERROR-MESSAGE.
006760     STRING 'RETURN - ' DELIMITED BY SIZE
006770            WS-SUSPEND-REASON DELIMITED BY SIZE
006780            INTO SUSP-ERROR-MESSAGE.
006790     MOVE PR-ORIG-VALUE-DATE  TO SUSP-TRX-DATE.
006800     MOVE 'TF'                TO SUSP-TRX-TYPE.
006810     MOVE PR-AMOUNT           TO SUSP-TRX-AMOUNT.
006820     MOVE WS-CLEARING-ACCOUNT TO SUSP-TRX-ACCOUNT.
006830     MOVE PG-ACCOUNT-NUMBER   TO SUSP-TO-ACCOUNT.
006840     MOVE 'N'                 TO SUSP-TRX-REACT-FLAG.
006850     MOVE SPACES              TO SUSP-TRX-DESCRIPTION.
006860     STRING 'RETURN OF ' DELIMITED BY SIZE
006870            PR-ORIG-REFERENCE DELIMITED BY SPACE
006880            ' ' DELIMITED BY SIZE
006890            PR-RETURN-REASON DELIMITED BY SIZE
006900            INTO SUSP-TRX-DESCRIPTION.
006910     MOVE WS-TRX-REFERENCE-BUILD TO SUSP-TRX-REFERENCE.
006920     MOVE 'P'                 TO SUSP-DISPOSITION.
006930     MOVE SPACES              TO SUSP-WORKED-BY.
006940     MOVE ZERO                TO SUSP-WORKED-DATE.
006945     IF NOT SUSPENSE-ALREADY-WRITTEN
006950         WRITE SUSPENSE-RECORD
006955     END-IF.
006960     ADD 1 TO WS-SUSPENDED-COUNT.
006970     ADD PR-AMOUNT TO WS-SUSPENDED-AMOUNT.
006980
006990     MOVE SPACES             TO WS-DETAIL-LINE.
007000     MOVE PR-ORIG-REFERENCE  TO WS-DTL-ORIG-REFERENCE.
007010     MOVE PG-ACCOUNT-NUMBER  TO WS-DTL-ACCOUNT.
007020     MOVE PR-AMOUNT          TO WS-DTL-AMOUNT.
007030     MOVE PR-RETURN-REASON   TO WS-DTL-REASON-CODE.
007040     MOVE PR-REASON-TEXT     TO WS-DTL-REASON-TEXT.
007050     MOVE WS-SUSPEND-REASON  TO WS-DTL-OUTCOME.
007060     MOVE WS-DETAIL-LINE TO PRINT-LINE.
007070     WRITE PRINT-LINE.
007080 5200-EXIT.
007090     EXIT.
007100
007110 5300-FIND-STAGED-RETURN.
007120     IF RN-ORIG-REFERENCE (WS-RN-INDEX) = PR-ORIG-REFERENCE
007130         MOVE WS-RN-INDEX TO WS-RN-MATCH-INDEX
007140     END-IF.
007150 5300-EXIT.
007160     EXIT.
007161
007162*================================================================
007163* 5400-STAGE-EARLIER-RETURN - ON A RESUMED TRANSMISSION, A
007164* RETURN WHOSE PAYMENT IS ALREADY MARKED RETURNED UNDER THIS
007165* RETURN'S OWN REFERENCE WAS CREDITED AND CONFIRMED BEFORE THE
007166* EARLIER RUN STOPPED.  IT IS LISTED AS CREDITED AND NOT SENT.
007167*================================================================
007168 5400-STAGE-EARLIER-RETURN.
007169     IF WS-RN-COUNT NOT < WS-RN-TABLE-MAX
007170         MOVE 'RETURN TABLE FULL' TO WS-SUSPEND-REASON
007171         PERFORM 5200-SUSPEND-RETURN THRU 5200-EXIT
007172         GO TO 5400-EXIT
007173     END-IF.
007174     ADD 1 TO WS-RN-COUNT.
007175     MOVE WS-TRX-REFERENCE-BUILD
007176         TO RN-RETURN-REFERENCE (WS-RN-COUNT).
007177     MOVE PR-ORIG-REFERENCE TO RN-ORIG-REFERENCE (WS-RN-COUNT).
007178     MOVE PG-ACCOUNT-NUMBER TO RN-ACCOUNT-NUMBER (WS-RN-COUNT).
007179     MOVE PR-AMOUNT         TO RN-AMOUNT (WS-RN-COUNT).
007180     MOVE PR-RETURN-REASON  TO RN-REASON-CODE (WS-RN-COUNT).
007181     MOVE PR-REASON-TEXT    TO RN-REASON-TEXT (WS-RN-COUNT).
007182     MOVE 'C'               TO RN-OUTCOME (WS-RN-COUNT).
007183 5400-EXIT.
007184     EXIT.
007185
007186*================================================================
007187* 5500-FIND-EARLIER-CREDITS - ON A RESUMED TRANSMISSION, A
007188* STAGED RETURN WHOSE REFERENCE IS ALREADY ON TRXREFX WAS POSTED
007189* BEFORE THE EARLIER RUN STOPPED.  IT IS NOT SENT AGAIN, ONLY
007190* CONFIRMED WITH THE REST IN 7000.
007191*================================================================
007192 5500-FIND-EARLIER-CREDITS.
007193     OPEN INPUT TRX-REFERENCE-FILE.
007194     IF WS-TREF-FILE-STATUS NOT = '00'
007195         IF WS-TREF-FILE-STATUS NOT = '35'
007196             DISPLAY 'ERROR: UNABLE TO OPEN TRXREFX, STATUS: '
007197                     WS-TREF-FILE-STATUS
007198             STOP RUN
007199         END-IF
007200         GO TO 5500-EXIT
007201     END-IF.
007202     PERFORM 5510-FIND-ONE-CREDIT THRU 5510-EXIT
007203         VARYING WS-RN-INDEX FROM 1 BY 1
007204         UNTIL WS-RN-INDEX > WS-RN-COUNT.
007205     CLOSE TRX-REFERENCE-FILE.
007206 5500-EXIT.
007207     EXIT.
007208
007209 5510-FIND-ONE-CREDIT.
007210     IF NOT RN-TO-CREDIT (WS-RN-INDEX)
007211         GO TO 5510-EXIT
007212     END-IF.
007213     MOVE RN-RETURN-REFERENCE (WS-RN-INDEX) TO RX-TRX-REFERENCE.
007214     READ TRX-REFERENCE-FILE
007215         INVALID KEY
007216             GO TO 5510-EXIT
007217     END-READ.
007218     MOVE 'A' TO RN-OUTCOME (WS-RN-INDEX).
007219 5510-EXIT.
007220     EXIT.
007221
007222*================================================================
007223* 6000-CREDIT-RETURN - THE CREDIT BACK, AS A TRANSFER FROM THE
007224* CLEARING ACCOUNT TO THE CUSTOMER ACCOUNT THE PAYMENT CAME FROM
007225*================================================================
007226 6000-CREDIT-RETURN.
007227     IF NOT RN-TO-CREDIT (WS-RN-INDEX)
007228         GO TO 6000-EXIT
007229     END-IF.
007230     MOVE WS-RUN-DATE TO TRX-DATE.
007240     MOVE 'TF' TO TRX-TYPE.
007250     MOVE RN-AMOUNT (WS-RN-INDEX) TO TRX-AMOUNT.
007260     MOVE WS-CLEARING-ACCOUNT TO TRX-ACCOUNT.
007270     MOVE RN-ACCOUNT-NUMBER (WS-RN-INDEX) TO TO-ACCOUNT.
007280     MOVE 'N' TO TRX-REACT-FLAG.
007290     MOVE SPACES TO TRX-DESCRIPTION.
007300     STRING 'RETURN OF ' DELIMITED BY SIZE
007310            RN-ORIG-REFERENCE (WS-RN-INDEX) DELIMITED BY SPACE
007320            ' ' DELIMITED BY SIZE
007330            RN-REASON-CODE (WS-RN-INDEX) DELIMITED BY SIZE
007340            INTO TRX-DESCRIPTION.
007350     MOVE RN-RETURN-REFERENCE (WS-RN-INDEX) TO TRX-REFERENCE.
007360     CALL 'TRANSLEDG' USING TRANSACTION-RECORD.
007370 6000-EXIT.
007380     EXIT.
007390
007400*================================================================
007410* 7000-CONFIRM-CREDITS - A PAYMENT IS MARKED RETURNED ONLY WHEN
007420* ITS CREDIT BACK IS ON TRXREFX WITH THE SAME ACCOUNTS AND
007430* AMOUNT; ANYTHING ELSE WENT TO SUSPFILE IN TRANSLEDG AND THE
007440* PAYMENT STAYS SENT UNTIL THE REJECT IS WORKED
007450*================================================================
007460 7000-CONFIRM-CREDITS.
007470     OPEN INPUT TRX-REFERENCE-FILE.
007480     IF WS-TREF-FILE-STATUS = '00'
007490         MOVE 'Y' TO WS-TREF-FILE-SWITCH
007500     ELSE
007510         IF WS-TREF-FILE-STATUS NOT = '35'
007520             DISPLAY 'ERROR: UNABLE TO OPEN TRXREFX, STATUS: '
007530                     WS-TREF-FILE-STATUS
007540             STOP RUN
007550         END-IF
007560     END-IF.
007570     PERFORM 7100-CONFIRM-ONE-CREDIT THRU 7100-EXIT
007580         VARYING WS-RN-INDEX FROM 1 BY 1
007590         UNTIL WS-RN-INDEX > WS-RN-COUNT.
007600     IF TREF-FILE-AVAILABLE
007610         CLOSE TRX-REFERENCE-FILE
007620     END-IF.
007630 7000-EXIT.
007640     EXIT.
007650
007660 7100-CONFIRM-ONE-CREDIT.
007662     IF RN-CREDITED (WS-RN-INDEX)
007664         GO TO 7100-EXIT
007666     END-IF.
007670     MOVE 'N' TO RN-OUTCOME (WS-RN-INDEX).
007680     IF NOT TREF-FILE-AVAILABLE
007690         GO TO 7100-EXIT
007700     END-IF.
007710     MOVE RN-RETURN-REFERENCE (WS-RN-INDEX) TO RX-TRX-REFERENCE.
007720     READ TRX-REFERENCE-FILE
007730         INVALID KEY
007740             GO TO 7100-EXIT
007750     END-READ.
007760     IF RX-TRX-TYPE NOT = 'TF'
007770             OR RX-TRX-ACCOUNT NOT = WS-CLEARING-ACCOUNT
007780             OR RX-TO-ACCOUNT
007790                 NOT = RN-ACCOUNT-NUMBER (WS-RN-INDEX)
007800             OR RX-TRX-AMOUNT NOT = RN-AMOUNT (WS-RN-INDEX)
007810         GO TO 7100-EXIT
007820     END-IF.
007830     MOVE RN-ORIG-REFERENCE (WS-RN-INDEX) TO PG-PAYMENT-REFERENCE.
007840     READ PAYMENT-REGISTER-FILE
007850         INVALID KEY
007860             GO TO 7100-EXIT
007870     END-READ.
007880     MOVE 'R'                TO PG-STATUS.
007890     MOVE WS-RUN-DATE        TO PG-RETURN-DATE.
007900     MOVE RN-REASON-CODE (WS-RN-INDEX) TO PG-RETURN-REASON.
007910     MOVE RN-RETURN-REFERENCE (WS-RN-INDEX)
007920         TO PG-RETURN-REFERENCE.
007930     REWRITE PAYMENT-REGISTER-RECORD
007931         INVALID KEY
007932             DISPLAY 'ERROR: PAYREG UPDATE FAILED FOR '
007933                     PG-PAYMENT-REFERENCE ' STATUS: '
007934                     WS-PREG-FILE-STATUS
007935             MOVE 'U' TO RN-OUTCOME (WS-RN-INDEX)
007936             GO TO 7100-EXIT
007937     END-REWRITE.
007940     MOVE 'C' TO RN-OUTCOME (WS-RN-INDEX).
007950 7100-EXIT.
007960     EXIT.
007970
007980*================================================================
007990* 7500-PRINT-MATCHED - ONE LINE PER MATCHED RETURN WITH WHETHER
008000* THE CUSTOMER WAS CREDITED
008010*================================================================
008020 7500-PRINT-MATCHED.
008030     MOVE SPACES TO PRINT-LINE.
008040     WRITE PRINT-LINE.
008050     MOVE WS-MATCHED-HEADING TO PRINT-LINE.
008060     WRITE PRINT-LINE.
008070     MOVE WS-COLUMN-HEADING TO PRINT-LINE.
008080     WRITE PRINT-LINE.
008090     PERFORM 7600-PRINT-ONE-RETURN THRU 7600-EXIT
008100         VARYING WS-RN-INDEX FROM 1 BY 1
008110         UNTIL WS-RN-INDEX > WS-RN-COUNT.
008120     IF WS-RN-COUNT = ZERO
008130         MOVE WS-NONE-LINE TO PRINT-LINE
008140         WRITE PRINT-LINE
008150     END-IF.
008160 7500-EXIT.
008170     EXIT.
008180
008190 7600-PRINT-ONE-RETURN.
008200     MOVE SPACES TO WS-DETAIL-LINE.
008210     MOVE RN-ORIG-REFERENCE (WS-RN-INDEX)
008220         TO WS-DTL-ORIG-REFERENCE.
008230     MOVE RN-ACCOUNT-NUMBER (WS-RN-INDEX) TO WS-DTL-ACCOUNT.
008240     MOVE RN-AMOUNT (WS-RN-INDEX) TO WS-DTL-AMOUNT.
008250     MOVE RN-REASON-CODE (WS-RN-INDEX) TO WS-DTL-REASON-CODE.
008260     MOVE RN-REASON-TEXT (WS-RN-INDEX) TO WS-DTL-REASON-TEXT.
008270     IF RN-CREDITED (WS-RN-INDEX)
008280         ADD 1 TO WS-CREDITED-COUNT
008290         ADD RN-AMOUNT (WS-RN-INDEX) TO WS-CREDITED-AMOUNT
008300         MOVE 'CREDITED TO CUSTOMER' TO WS-DTL-OUTCOME
008310     ELSE
008311         IF RN-REGISTER-FAILED (WS-RN-INDEX)
008312             ADD 1 TO WS-CREDITED-COUNT
008313             ADD RN-AMOUNT (WS-RN-INDEX) TO WS-CREDITED-AMOUNT
008314             MOVE 'CREDITED - PAYREG NOT UPDATED'
008315                 TO WS-DTL-OUTCOME
008316             GO TO 7600-PRINT
008317         END-IF
008320         ADD 1 TO WS-NOT-CREDITED-COUNT
008330         MOVE 'NOT CREDITED - SEE SUSPFILE' TO WS-DTL-OUTCOME
008340     END-IF.
008345 7600-PRINT.
008350     MOVE WS-DETAIL-LINE TO PRINT-LINE.
008360     WRITE PRINT-LINE.
008370 7600-EXIT.
008380     EXIT.
008390
008400*================================================================
008410* 8000-REJECT-FILE - PRINT THE REASON AND STOP ANYTHING FROM
008420* REACHING POSTING
008430*================================================================
008440 8000-REJECT-FILE.
008450     MOVE 'Y' TO WS-REJECT-SWITCH.
008460     MOVE WS-ERROR-LINE TO PRINT-LINE.
008470     WRITE PRINT-LINE.
008480 8000-EXIT.
008490     EXIT.
008500
008510*================================================================
008520* 8900-RUN-CONTROL-END - STAMP THE RUN COMPLETED WITH ITS COUNT
008530*================================================================
008540 8900-RUN-CONTROL-END.
008550     MOVE 'E' TO RC-FUNCTION.
008560     MOVE WS-CREDITED-COUNT TO RC-RECORD-COUNT.
008570     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
008580 8900-EXIT.
008590     EXIT.
008600
008610*================================================================
008620* 9000-TERMINATE - TOTALS AND CLOSE
008630*================================================================
008640 9000-TERMINATE.
008650     IF NOT FILE-REJECTED
008660         MOVE SPACES TO PRINT-LINE
008670         WRITE PRINT-LINE
008680         MOVE SPACES TO WS-TOTAL-LINE
008690         MOVE 'RETURNS RECEIVED:' TO WS-TOT-LABEL
008700         MOVE WS-DETAIL-COUNT TO WS-TOT-COUNT
008710         MOVE WS-HASH-TOTAL TO WS-TOT-AMOUNT
008720         MOVE WS-TOTAL-LINE TO PRINT-LINE
008730         WRITE PRINT-LINE
008740         MOVE SPACES TO WS-TOTAL-LINE
008750         MOVE 'CREDITED TO CUSTOMERS:' TO WS-TOT-LABEL
008760         MOVE WS-CREDITED-COUNT TO WS-TOT-COUNT
008770         MOVE WS-CREDITED-AMOUNT TO WS-TOT-AMOUNT
008780         MOVE WS-TOTAL-LINE TO PRINT-LINE
008790         WRITE PRINT-LINE
008800         MOVE SPACES TO WS-TOTAL-LINE
008810         MOVE 'NOT CREDITED - SEE SUSPFILE:' TO WS-TOT-LABEL
008820         MOVE WS-NOT-CREDITED-COUNT TO WS-TOT-COUNT
008830         MOVE WS-TOTAL-LINE TO PRINT-LINE
008840         WRITE PRINT-LINE
008850         MOVE SPACES TO WS-TOTAL-LINE
008860         MOVE 'UNMATCHED - SENT TO SUSPFILE:' TO WS-TOT-LABEL
008870         MOVE WS-SUSPENDED-COUNT TO WS-TOT-COUNT
008880         MOVE WS-SUSPENDED-AMOUNT TO WS-TOT-AMOUNT
008890         MOVE WS-TOTAL-LINE TO PRINT-LINE
008900         WRITE PRINT-LINE
008910         CLOSE PAYMENT-REGISTER-FILE
008920     END-IF.
008930     CLOSE RETURN-IN-FILE.
008940     CLOSE RETURN-CONTROL-FILE.
008950     CLOSE PRINT-FILE.
008960     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.
008970     IF FILE-REJECTED
008980         DISPLAY 'PAYMENT RETURNS COMPLETE - FILE REJECTED'
008990     ELSE
009000         DISPLAY 'PAYMENT RETURNS COMPLETE - CREDITED: '
009010                 WS-CREDITED-COUNT
009020                 ' SUSPENDED: ' WS-SUSPENDED-COUNT
009030     END-IF.
009040 9000-EXIT.
009050     EXIT.
