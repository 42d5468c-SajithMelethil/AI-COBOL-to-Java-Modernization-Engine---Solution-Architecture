000257*              CUSTOMER PASS AND THE UNLINKED PASS.  THE
000258*              CUSTOMER PASS REPOSITIONS TO THE FRONT OF
000259*              CUSTMAST AFTER THE KEYED STAGING READS.
000260* 2026-10-15  BSY  A JOINT ACCOUNT'S POSTINGS NOW COUNT TOWARDS
000261*              EVERY CURRENT OWNER, NOT ONLY THE ACCOUNT'S OWN
000262*              CUSTOMER: THE PRIMARY AND JOINT RELATIONSHIPS IN
000263*              FORCE ON THE RUN DATE ARE STAGED FROM ACCTREL (SEE
000264*              ACCTREL) AND EACH JOINT OWNER'S DAY TOTALS TAKE IN
000265*              THE SHARED ACCOUNT'S POSTINGS, WHICH ARE MARKED
000266*              JOINT IN THEIR BLOCK.  WITH NO ACCTREL FILE EACH
000267*              ACCOUNT COUNTS FOR ITS OWN CUSTOMER ALONE.
000260*================================================================
000270
000280 ENVIRONMENT DIVISION.
000480         RECORD KEY IS CM-CUSTOMER-NUMBER
000490         FILE STATUS IS WS-CUST-FILE-STATUS.
000500
000501     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS AR-RELATIONSHIP-KEY
000505         FILE STATUS IS WS-AREL-FILE-STATUS.
000506
000510     SELECT PRINT-FILE ASSIGN TO "LCTRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PRNT-FILE-STATUS.
000680 FD  CUST-MASTER-FILE.
000690     COPY CUSTMSTR.
000700
000702 FD  ACCT-REL-FILE.
000704     COPY ACCTREL.
000706
000710 FD  PRINT-FILE.
000720 01  PRINT-LINE              PIC X(132).
000730
000800 01  WS-ACCT-FILE-STATUS     PIC X(2)  VALUE '00'.
000810 01  WS-CUST-FILE-STATUS     PIC X(2)  VALUE '00'.
000820 01  WS-PRNT-FILE-STATUS     PIC X(2)  VALUE '00'.
000825 01  WS-AREL-FILE-STATUS     PIC X(2)  VALUE '00'.
000830
000840 01  WS-JRNL-EOF-SWITCH      PIC X(1)  VALUE 'N'.
000850     88  END-OF-JOURNAL      VALUE 'Y'.
000860
000870 01  WS-CUST-EOF-SWITCH      PIC X(1)  VALUE 'N'.
000880     88  END-OF-CUSTOMERS    VALUE 'Y'.
000881
000882 01  WS-REL-EOF-SWITCH       PIC X(1)  VALUE 'N'.
000883     88  END-OF-RELATIONSHIPS VALUE 'Y'.
000884
000885 01  WS-OWNER-SWITCH         PIC X(1)  VALUE 'N'.
000886     88  POSTING-COUNTS-FOR-CUST VALUES 'Y', 'J'.
000887     88  POSTING-IS-JOINT     VALUE 'J'.
000890
000900 01  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
000910 01  WS-THRESHOLD-AMOUNT     PIC 9(9)V99 VALUE ZERO.
001120
001130 01  WS-TABLE-FULL-SWITCH    PIC X(1)  VALUE 'N'.
001140     88  STAGE-TABLE-FULL    VALUE 'Y'.
001141
001142*----------------------------------------------------------------
001143* EVERY OWNER RELATIONSHIP IN FORCE ON THE RUN DATE, SO A JOINT
001144* ACCOUNT'S POSTINGS CAN BE ADDED TO EACH OF ITS OWNERS AS WELL
001145* AS TO THE ACCOUNT'S OWN CUSTOMER
001146*----------------------------------------------------------------
001147 01  WS-JO-TABLE-MAX         PIC 9(4)  COMP  VALUE 2000.
001148 01  WS-JO-COUNT             PIC 9(4)  COMP  VALUE ZERO.
001149 01  WS-JO-INDEX             PIC 9(4)  COMP  VALUE ZERO.
001150
001151 01  JOINT-OWNER-TABLE.
001152     05  JOINT-OWNER-ENTRY OCCURS 2000 TIMES.
001153         10  JO-ACCOUNT-NUMBER     PIC X(20).
001154         10  JO-CUSTOMER-NUMBER    PIC X(10).
001155
001156 01  WS-JO-FULL-SWITCH       PIC X(1)  VALUE 'N'.
001157     88  OWNER-TABLE-FULL    VALUE 'Y'.
001150
001160 01  WS-CUST-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
001170 01  WS-CUST-DEBIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
001560     05  WS-PST-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
001570     05  FILLER               PIC X(2)  VALUE SPACES.
001580     05  WS-PST-DESCRIPTION   PIC X(40).
001583     05  FILLER               PIC X(2)  VALUE SPACES.
001586     05  WS-PST-OWNERSHIP     PIC X(5).
001590
001600 01  WS-UNLINKED-HEADING      PIC X(60) VALUE
001610     'POSTINGS OVER THRESHOLD ON ACCOUNTS WITH NO CUSTOMER LINK'.
001780         UNTIL END-OF-JOURNAL.
001790     CLOSE TRX-JOURNAL-FILE.
001800     CLOSE ACCT-MASTER-FILE.
001802     PERFORM 2700-STAGE-JOINT-OWNERS THRU 2700-EXIT.
001805     PERFORM 2500-POSITION-TO-FIRST-CUST THRU 2500-EXIT.
001810     PERFORM 3000-REPORT-PER-CUSTOMER THRU 3000-EXIT
001820         UNTIL END-OF-CUSTOMERS.
003090     EXIT.
003091
003090*================================================================
003091* 2700-STAGE-JOINT-OWNERS - EVERY PRIMARY OR JOINT RELATIONSHIP
003092* IN FORCE ON THE RUN DATE INTO THE OWNER TABLE.  THE FILE IS
003093* OPTIONAL; WITHOUT IT EACH ACCOUNT COUNTS FOR ITS OWN CUSTOMER
003094* ONLY.
003095*================================================================
003096 2700-STAGE-JOINT-OWNERS.
003097     OPEN INPUT ACCT-REL-FILE.
003098     IF WS-AREL-FILE-STATUS NOT = '00'
003099         DISPLAY 'WARNING: ACCTREL NOT AVAILABLE, STATUS: '
003100                 WS-AREL-FILE-STATUS
003101         GO TO 2700-EXIT
003102     END-IF.
003103     PERFORM 2800-READ-RELATIONSHIP THRU 2800-EXIT.
003104     PERFORM 2900-STAGE-OWNER THRU 2900-EXIT
003105         UNTIL END-OF-RELATIONSHIPS.
003106     CLOSE ACCT-REL-FILE.
003107 2700-EXIT.
003108     EXIT.
003109
003110 2800-READ-RELATIONSHIP.
003111     READ ACCT-REL-FILE NEXT RECORD
003112         AT END
003113             MOVE 'Y' TO WS-REL-EOF-SWITCH
003114     END-READ.
003115 2800-EXIT.
003116     EXIT.
003117
003118 2900-STAGE-OWNER.
003119     IF NOT AR-OWNER-ROLE
003120             OR AR-START-DATE > WS-RUN-DATE
003121         GO TO 2900-NEXT
003122     END-IF.
003123     IF AR-END-DATE NOT = ZERO
003124             AND AR-END-DATE NOT > WS-RUN-DATE
003125         GO TO 2900-NEXT
003126     END-IF.
003127     IF WS-JO-COUNT NOT < WS-JO-TABLE-MAX
003128         IF NOT OWNER-TABLE-FULL
003129             MOVE 'Y' TO WS-JO-FULL-SWITCH
003130             DISPLAY 'WARNING: OWNER TABLE FULL - FURTHER JOINT '
003131                     'OWNERS NOT AGGREGATED'
003132         END-IF
003133         GO TO 2900-NEXT
003134     END-IF.
003135     ADD 1 TO WS-JO-COUNT.
003136     MOVE AR-ACCOUNT-NUMBER  TO JO-ACCOUNT-NUMBER (WS-JO-COUNT).
003137     MOVE AR-CUSTOMER-NUMBER TO JO-CUSTOMER-NUMBER (WS-JO-COUNT).
003138 2900-NEXT.
003139     PERFORM 2800-READ-RELATIONSHIP THRU 2800-EXIT.
003140 2900-EXIT.
003141     EXIT.
003142
003143*================================================================
003100* 3000-REPORT-PER-CUSTOMER - SUM THE CUSTOMER'S DAY ACROSS ALL
003110* ACCOUNTS AND PRINT THE FULL BLOCK WHEN EITHER DIRECTION
003120* CROSSES THE THRESHOLD
003360     EXIT.
003370
003380 3200-SUM-CUSTOMER-POSTING.
003386     PERFORM 3250-CHECK-OWNERSHIP THRU 3250-EXIT.
003392     IF POSTING-COUNTS-FOR-CUST
003400         IF LP-DIRECTION (WS-LP-INDEX) = 'C'
003410             ADD LP-TRX-AMOUNT (WS-LP-INDEX)
003420                 TO WS-CUST-CREDIT-TOTAL
003460         END-IF
003470     END-IF.
003480 3200-EXIT.
003481     EXIT.
003482
003483*================================================================
003484* 3250-CHECK-OWNERSHIP - THE POSTING COUNTS FOR THIS CUSTOMER
003485* WHEN THE ACCOUNT IS THEIRS ('Y') OR THEY ARE A CURRENT JOINT
003486* OWNER OF IT ('J')
003487*================================================================
003488 3250-CHECK-OWNERSHIP.
003489     MOVE 'N' TO WS-OWNER-SWITCH.
003490     IF LP-CUSTOMER-NUMBER (WS-LP-INDEX) = CM-CUSTOMER-NUMBER
003491         MOVE 'Y' TO WS-OWNER-SWITCH
003492         GO TO 3250-EXIT
003493     END-IF.
003494     PERFORM 3260-MATCH-JOINT-OWNER THRU 3260-EXIT
003495         VARYING WS-JO-INDEX FROM 1 BY 1
003496         UNTIL WS-JO-INDEX > WS-JO-COUNT
003497            OR POSTING-IS-JOINT.
003498 3250-EXIT.
003499     EXIT.
003500
003501 3260-MATCH-JOINT-OWNER.
003502     IF JO-ACCOUNT-NUMBER (WS-JO-INDEX)
003503             = LP-ACCOUNT-NUMBER (WS-LP-INDEX)
003504             AND JO-CUSTOMER-NUMBER (WS-JO-INDEX)
003505                 = CM-CUSTOMER-NUMBER
003506         MOVE 'J' TO WS-OWNER-SWITCH
003507     END-IF.
003508 3260-EXIT.
003490     EXIT.
003500
003510*================================================================
003860     EXIT.
003870
003880 3400-PRINT-CONTRIBUTION.
003886     PERFORM 3250-CHECK-OWNERSHIP THRU 3250-EXIT.
003892     IF POSTING-COUNTS-FOR-CUST
003900         MOVE LP-ACCOUNT-NUMBER (WS-LP-INDEX) TO WS-PST-ACCOUNT
003910         MOVE LP-TRX-TYPE (WS-LP-INDEX)       TO WS-PST-TYPE
003920         MOVE LP-DIRECTION (WS-LP-INDEX)      TO WS-PST-DIRECTION
003930         MOVE LP-TRX-AMOUNT (WS-LP-INDEX)     TO WS-PST-AMOUNT
003940         MOVE LP-TRX-DESCRIPTION (WS-LP-INDEX)
003950             TO WS-PST-DESCRIPTION
003951         IF POSTING-IS-JOINT
003952             MOVE 'JOINT' TO WS-PST-OWNERSHIP
003953         ELSE
003954             MOVE SPACES TO WS-PST-OWNERSHIP
003955         END-IF
003960         MOVE WS-POSTING-LINE TO PRINT-LINE
003970         WRITE PRINT-LINE
003980     END-IF.
004180         MOVE LP-TRX-AMOUNT (WS-LP-INDEX)     TO WS-PST-AMOUNT
004190         MOVE LP-TRX-DESCRIPTION (WS-LP-INDEX)
004200             TO WS-PST-DESCRIPTION
004205         MOVE SPACES TO WS-PST-OWNERSHIP
004210         MOVE WS-POSTING-LINE TO PRINT-LINE
004220         WRITE PRINT-LINE
004230     END-IF.
