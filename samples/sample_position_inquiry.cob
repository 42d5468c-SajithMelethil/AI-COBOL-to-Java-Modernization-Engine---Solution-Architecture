000200*              STANDING ORDERS WITH THEIR NEXT DUE DATES -
000210*              INSTEAD OF AN AUDITRPT RUN, A STMTRPT SEARCH AND
000220*              A CALL TO OPERATIONS.
000221* 2026-10-15  BSY  POSPARM CARRIES AN OPTIONAL AS-OF DATE.  WHEN
000222*              IT IS GIVEN AND EARLIER THAN THE RUN DATE THE
000223*              POSITION COMES FROM THAT DAY'S BALHIST SNAPSHOT
000224*              (LEDGER, HELD, AVAILABLE AND STATUS) WRITTEN BY
000225*              BALSNAP, WITH THAT DAY'S JOURNAL POSTINGS.  THE
000226*              SUSPENSE AND STANDING ORDER SECTIONS ONLY EVER
000227*              DESCRIBE TODAY AND ARE LEFT OFF AN AS-OF REPORT.
000230*================================================================
000240
000250 ENVIRONMENT DIVISION.
000490         RECORD KEY IS SO-ORDER-NUMBER
000500         FILE STATUS IS WS-ORDR-FILE-STATUS.
000510
000511     SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS BH-HISTORY-KEY
000515         FILE STATUS IS WS-BHST-FILE-STATUS.
000516
000520     SELECT PRINT-FILE ASSIGN TO "POSRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PRNT-FILE-STATUS.
000580 FD  POS-PARM-FILE.
000590 01  POS-PARM-RECORD.
000600     05  PP-ACCOUNT-NUMBER     PIC X(20).
000606     05  PP-AS-OF-DATE         PIC 9(8).
000612     05  FILLER                PIC X(52).
000620
000630 FD  ACCT-MASTER-FILE.
000640     COPY ACCTMSTR.
000710
000720 FD  STANDING-ORDER-FILE.
000730     COPY STORDR.
000732
000734 FD  BALANCE-HISTORY-FILE.
000736     COPY BALHIST.
000740
000750 FD  PRINT-FILE.
000760 01  PRINT-LINE                PIC X(132).
000850 01  WS-SUSP-FILE-STATUS       PIC X(2)  VALUE '00'.
000860 01  WS-ORDR-FILE-STATUS       PIC X(2)  VALUE '00'.
000870 01  WS-PRNT-FILE-STATUS       PIC X(2)  VALUE '00'.
000875 01  WS-BHST-FILE-STATUS       PIC X(2)  VALUE '00'.
000880
000890 01  WS-JRNL-EOF-SWITCH        PIC X(1)  VALUE 'N'.
000900     88  END-OF-JOURNAL        VALUE 'Y'.
000960     88  END-OF-ORDERS         VALUE 'Y'.
000970
000980 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000982 01  WS-POSITION-DATE          PIC 9(8)  VALUE ZERO.
000984
000986 01  WS-AS-OF-SWITCH           PIC X(1)  VALUE 'N'.
000988     88  AS-OF-INQUIRY         VALUE 'Y'.
000990
001000*----------------------------------------------------------------
001010* SECTION COUNTERS - A ZERO COUNT PRINTS THE SECTION'S 'NONE'
001150     05  WS-HDG-ACCOUNT       PIC X(20).
001160     05  FILLER               PIC X(11) VALUE ' RUN DATE: '.
001170     05  WS-HDG-RUN-DATE      PIC 9(8).
001171
001172 01  WS-AS-OF-HEADING.
001173     05  FILLER               PIC X(25) VALUE
001174         'POSITION AS OF CLOSE OF: '.
001175     05  WS-AOF-DATE          PIC 9(8).
001176     05  FILLER               PIC X(10) VALUE '  STATUS: '.
001177     05  WS-AOF-STATUS        PIC X(1).
001180
001190 01  WS-MASTER-LINE-1.
001200     05  FILLER               PIC X(6)  VALUE 'TYPE: '.
001360     05  FILLER               PIC X(12) VALUE '  OD LIMIT: '.
001370     05  WS-MST-OD-LIMIT      PIC ZZZ,ZZ9.99.
001380
001381 01  WS-HISTORY-LINE.
001382     05  FILLER               PIC X(8)  VALUE 'LEDGER: '.
001383     05  WS-HST-LEDGER        PIC Z,ZZZ,ZZZ,ZZ9.99-.
001384     05  FILLER               PIC X(8)  VALUE '  HELD: '.
001385     05  WS-HST-HELD          PIC Z,ZZZ,ZZZ,ZZ9.99-.
001386     05  FILLER               PIC X(13) VALUE '  AVAILABLE: '.
001387     05  WS-HST-AVAILABLE     PIC Z,ZZZ,ZZZ,ZZ9.99-.
001388
001390 01  WS-SECTION-POSTINGS      PIC X(40) VALUE
001400     'TODAY''S JOURNAL POSTINGS'.
001402
001404 01  WS-SECTION-AS-OF-POSTINGS PIC X(40) VALUE
001406     'JOURNAL POSTINGS ON THE AS-OF DATE'.
001410
001420 01  WS-POSTING-LINE.
001430     05  FILLER               PIC X(2)  VALUE SPACES.
001510
001520 01  WS-NO-POSTINGS-LINE      PIC X(40) VALUE
001530     '  NO POSTINGS TODAY'.
001532
001534 01  WS-NO-AS-OF-POSTINGS-LINE PIC X(50) VALUE
001536     '  NO POSTINGS ON TRXJRNL FOR THE AS-OF DATE'.
001540
001550 01  WS-SECTION-SUSPENSE      PIC X(40) VALUE
001560     'PENDING SUSPENSE ITEMS'.
001870 01  WS-NOT-ON-FILE-LINE      PIC X(40) VALUE
001880     'ACCOUNT NOT ON MASTER FILE'.
001890
001892 01  WS-NO-SNAPSHOT-LINE      PIC X(50) VALUE
001894     'NO BALHIST SNAPSHOT ON FILE FOR THE AS-OF DATE'.
001896
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-PRINT-MASTER-POSITION THRU 2000-EXIT.
001940     PERFORM 3000-PRINT-TODAYS-POSTINGS THRU 3000-EXIT.
001946     IF NOT AS-OF-INQUIRY
001952         PERFORM 4000-PRINT-PENDING-SUSPENSE THRU 4000-EXIT
001958         PERFORM 5000-PRINT-STANDING-ORDERS THRU 5000-EXIT
001964     END-IF.
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001980     STOP RUN.
001990
002350     END-IF.
002360
002370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002371     MOVE WS-RUN-DATE TO WS-POSITION-DATE.
002372     IF PP-AS-OF-DATE IS NUMERIC
002373             AND PP-AS-OF-DATE NOT = ZERO
002374             AND PP-AS-OF-DATE < WS-RUN-DATE
002375         MOVE 'Y' TO WS-AS-OF-SWITCH
002376         MOVE PP-AS-OF-DATE TO WS-POSITION-DATE
002377     END-IF.
002380     MOVE PP-ACCOUNT-NUMBER TO WS-HDG-ACCOUNT.
002390     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002400     MOVE WS-HEADING-1 TO PRINT-LINE.
002630     MOVE AM-LAST-ACTIVITY-DATE TO WS-MST-LAST-ACT.
002640     MOVE WS-MASTER-LINE-1 TO PRINT-LINE.
002650     WRITE PRINT-LINE.
002652     IF AS-OF-INQUIRY
002654         PERFORM 2500-PRINT-AS-OF-POSITION THRU 2500-EXIT
002656         GO TO 2000-EXIT
002658     END-IF.
002660     MOVE AM-CURRENT-BALANCE    TO WS-MST-BALANCE.
002670     MOVE AM-MIN-BALANCE        TO WS-MST-MIN-BAL.
002680     MOVE AM-OVERDRAFT-LIMIT    TO WS-MST-OD-LIMIT.
002720     EXIT.
002730
002740*================================================================
002741* 2500-PRINT-AS-OF-POSITION - THE ACCOUNT'S BALHIST SNAPSHOT FOR
002742* THE AS-OF DATE.  A DAY WITH NO SNAPSHOT SAYS SO IN PRINT; THE
002743* MISSING BALSNAP RUN SHOWS ON RUNCHIST.
002744*================================================================
002745 2500-PRINT-AS-OF-POSITION.
002746     OPEN INPUT BALANCE-HISTORY-FILE.
002747     IF WS-BHST-FILE-STATUS NOT = '00'
002748         MOVE WS-NO-SNAPSHOT-LINE TO PRINT-LINE
002749         WRITE PRINT-LINE
002750         GO TO 2500-EXIT
002751     END-IF.
002752     MOVE PP-ACCOUNT-NUMBER TO BH-ACCOUNT-NUMBER.
002753     MOVE WS-POSITION-DATE  TO BH-SNAPSHOT-DATE.
002754     READ BALANCE-HISTORY-FILE
002755         INVALID KEY
002756             MOVE WS-NO-SNAPSHOT-LINE TO PRINT-LINE
002757             WRITE PRINT-LINE
002758             CLOSE BALANCE-HISTORY-FILE
002759             GO TO 2500-EXIT
002760     END-READ.
002761     CLOSE BALANCE-HISTORY-FILE.
002762
002763     MOVE WS-POSITION-DATE     TO WS-AOF-DATE.
002764     MOVE BH-ACCOUNT-STATUS    TO WS-AOF-STATUS.
002765     MOVE WS-AS-OF-HEADING TO PRINT-LINE.
002766     WRITE PRINT-LINE.
002767     MOVE BH-LEDGER-BALANCE    TO WS-HST-LEDGER.
002768     MOVE BH-HELD-AMOUNT       TO WS-HST-HELD.
002769     MOVE BH-AVAILABLE-BALANCE TO WS-HST-AVAILABLE.
002770     MOVE WS-HISTORY-LINE TO PRINT-LINE.
002771     WRITE PRINT-LINE.
002772 2500-EXIT.
002773     EXIT.
002774
002775*================================================================
002750* 3000-PRINT-TODAYS-POSTINGS - THE ACCOUNT'S RUN-DATE JOURNAL
002760* ENTRIES IN POSTING ORDER
002770*================================================================
002780 3000-PRINT-TODAYS-POSTINGS.
002783     IF AS-OF-INQUIRY
002786         MOVE WS-SECTION-AS-OF-POSTINGS TO PRINT-LINE
002789     ELSE
002792         MOVE WS-SECTION-POSTINGS TO PRINT-LINE
002795     END-IF.
002800     WRITE PRINT-LINE.
002810     OPEN INPUT TRX-JOURNAL-FILE.
002820     IF WS-JRNL-FILE-STATUS = '35'
002950         CLOSE TRX-JOURNAL-FILE
002960     END-IF.
002970     IF WS-POSTING-COUNT = ZERO
002973         IF AS-OF-INQUIRY
002976             MOVE WS-NO-AS-OF-POSTINGS-LINE TO PRINT-LINE
002979         ELSE
002982             MOVE WS-NO-POSTINGS-LINE TO PRINT-LINE
002985         END-IF
002990         WRITE PRINT-LINE
003000     END-IF.
003010 3000-EXIT.
003110
003120 3200-SELECT-POSTING.
003130     IF TJ-TRX-ACCOUNT = PP-ACCOUNT-NUMBER
003140             AND TJ-TRX-DATE = WS-POSITION-DATE
003150         ADD 1 TO WS-POSTING-COUNT
003160         MOVE TJ-TRX-TYPE        TO WS-PST-TYPE
003170         MOVE TJ-TRX-AMOUNT      TO WS-PST-AMOUNT
