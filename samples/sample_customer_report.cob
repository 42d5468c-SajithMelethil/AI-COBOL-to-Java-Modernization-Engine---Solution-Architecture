000150*              CAN SEE TOTAL EXPOSURE PER CUSTOMER.  ACCOUNTS
000160*              CARRYING A CUSTOMER NUMBER THAT IS NOT ON
000170*              CUSTMAST ARE LISTED AT THE END AS UNLINKED.
000171* 2026-10-15  BSY  EACH CUSTOMER'S BLOCK NOW CLOSES WITH THEIR
000172*              FULL SET OF ACCOUNT RELATIONSHIPS FROM ACCTREL
000173*              (SEE ACCTREL) - EVERY ROLE THEY HOLD OR HAVE HELD
000174*              ON ANY ACCOUNT, WITH ITS START AND END DATES AND
000175*              WHETHER IT IS CURRENT, ENDED OR NOT YET STARTED.
000176*              THE RELATIONSHIP FILE IS STAGED IN ONE PASS LIKE
000177*              THE ACCOUNT MASTER.  WITH NO ACCTREL FILE THE
000178*              SECTION IS LEFT OFF.
000180*================================================================
000190
000200 ENVIRONMENT DIVISION.
000320         RECORD KEY IS CM-CUSTOMER-NUMBER
000330         FILE STATUS IS WS-CUST-FILE-STATUS.
000340
000341     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
000342         ORGANIZATION IS INDEXED
000343         ACCESS MODE IS DYNAMIC
000344         RECORD KEY IS AR-RELATIONSHIP-KEY
000345         FILE STATUS IS WS-AREL-FILE-STATUS.
000346
000350     SELECT PRINT-FILE ASSIGN TO "CUSTRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PRNT-FILE-STATUS.
000440 FD  CUST-MASTER-FILE.
000450     COPY CUSTMSTR.
000460
000462 FD  ACCT-REL-FILE.
000464     COPY ACCTREL.
000466
000470 FD  PRINT-FILE.
000480 01  PRINT-LINE              PIC X(100).
000490
000540 01  WS-ACCT-FILE-STATUS     PIC X(2)  VALUE '00'.
000550 01  WS-CUST-FILE-STATUS     PIC X(2)  VALUE '00'.
000560 01  WS-PRNT-FILE-STATUS     PIC X(2)  VALUE '00'.
000565 01  WS-AREL-FILE-STATUS     PIC X(2)  VALUE '00'.
000570
000580 01  WS-MAST-EOF-SWITCH      PIC X(1)  VALUE 'N'.
000590     88  END-OF-MASTER       VALUE 'Y'.
000600
000610 01  WS-CUST-EOF-SWITCH      PIC X(1)  VALUE 'N'.
000620     88  END-OF-CUSTOMERS    VALUE 'Y'.
000622
000624 01  WS-REL-EOF-SWITCH       PIC X(1)  VALUE 'N'.
000626     88  END-OF-RELATIONSHIPS VALUE 'Y'.
000630
000640 01  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
000650
000870 01  WS-CUST-ACCT-COUNT      PIC 9(4)        VALUE ZERO.
000880 01  WS-COMBINED-BALANCE     PIC S9(11)V99   VALUE ZERO.
000890 01  WS-UNLINKED-COUNT       PIC 9(4)        VALUE ZERO.
000891
000892*----------------------------------------------------------------
000893* THE RELATIONSHIP FILE IS STAGED THE SAME WAY, SO EACH
000894* CUSTOMER'S ROLES ACROSS ALL ACCOUNTS CAN BE LISTED WITHOUT
000895* RESCANNING ACCTREL PER CUSTOMER
000896*----------------------------------------------------------------
000897 01  WS-RG-TABLE-MAX         PIC 9(4)  COMP  VALUE 2000.
000898 01  WS-RG-COUNT             PIC 9(4)  COMP  VALUE ZERO.
000899 01  WS-RG-INDEX             PIC 9(4)  COMP  VALUE ZERO.
000900
000901 01  REL-STAGE-TABLE.
000902     05  REL-STAGE-ENTRY OCCURS 2000 TIMES.
000903         10  RG-ACCOUNT-NUMBER     PIC X(20).
000904         10  RG-CUSTOMER-NUMBER    PIC X(10).
000905         10  RG-ROLE               PIC X(1).
000906         10  RG-START-DATE         PIC 9(8).
000907         10  RG-END-DATE           PIC 9(8).
000908
000909 01  WS-REL-FULL-SWITCH      PIC X(1)  VALUE 'N'.
000910     88  REL-TABLE-FULL      VALUE 'Y'.
000911
000912 01  WS-CUST-REL-COUNT       PIC 9(4)        VALUE ZERO.
000900
000910*----------------------------------------------------------------
000920* REPORT LINE WORK AREAS
001340     05  FILLER               PIC X(2)  VALUE SPACES.
001350     05  WS-UNL-CUSTOMER      PIC X(10).
001360
001361
001362 01  WS-REL-HEADING           PIC X(40) VALUE
001363     '    RELATIONSHIPS'.
001364
001365 01  WS-REL-LINE.
001366     05  FILLER               PIC X(6)  VALUE SPACES.
001367     05  WS-REL-ROLE          PIC X(12).
001368     05  WS-REL-ACCOUNT       PIC X(20).
001369     05  FILLER               PIC X(7)  VALUE '  FROM '.
001370     05  WS-REL-START         PIC 9(8).
001371     05  FILLER               PIC X(4)  VALUE ' TO '.
001372     05  WS-REL-END           PIC X(8).
001373     05  FILLER               PIC X(2)  VALUE SPACES.
001374     05  WS-REL-STATE         PIC X(7).
001375
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-STAGE-ACCOUNTS THRU 2000-EXIT
001410         UNTIL END-OF-MASTER.
001420     CLOSE ACCT-MASTER-FILE.
001425     PERFORM 2500-STAGE-RELATIONSHIPS THRU 2500-EXIT.
001430     PERFORM 3000-REPORT-PER-CUSTOMER THRU 3000-EXIT
001440         UNTIL END-OF-CUSTOMERS.
001450     PERFORM 4000-REPORT-UNLINKED THRU 4000-EXIT.
002210     EXIT.
002220
002230*================================================================
002231* 2500-STAGE-RELATIONSHIPS - EVERY ACCTREL RECORD INTO THE
002232* RELATIONSHIP STAGE TABLE.  THE FILE IS OPTIONAL; WITHOUT IT
002233* NO RELATIONSHIPS ARE LISTED.
002234*================================================================
002235 2500-STAGE-RELATIONSHIPS.
002236     OPEN INPUT ACCT-REL-FILE.
002237     IF WS-AREL-FILE-STATUS NOT = '00'
002238         DISPLAY 'WARNING: ACCTREL NOT AVAILABLE, STATUS: '
002239                 WS-AREL-FILE-STATUS
002240         GO TO 2500-EXIT
002241     END-IF.
002242     PERFORM 2600-READ-RELATIONSHIP THRU 2600-EXIT.
002243     PERFORM 2700-STAGE-RELATIONSHIP THRU 2700-EXIT
002244         UNTIL END-OF-RELATIONSHIPS.
002245     CLOSE ACCT-REL-FILE.
002246 2500-EXIT.
002247     EXIT.
002248
002249 2600-READ-RELATIONSHIP.
002250     READ ACCT-REL-FILE NEXT RECORD
002251         AT END
002252             MOVE 'Y' TO WS-REL-EOF-SWITCH
002253     END-READ.
002254 2600-EXIT.
002255     EXIT.
002256
002257 2700-STAGE-RELATIONSHIP.
002258     IF WS-RG-COUNT NOT < WS-RG-TABLE-MAX
002259         IF NOT REL-TABLE-FULL
002260             MOVE 'Y' TO WS-REL-FULL-SWITCH
002261             DISPLAY 'WARNING: RELATIONSHIP STAGE TABLE FULL - '
002262                     'RELATIONSHIPS BEYOND THE LIMIT NOT REPORTED'
002263         END-IF
002264         GO TO 2700-NEXT
002265     END-IF.
002266     ADD 1 TO WS-RG-COUNT.
002267     MOVE AR-ACCOUNT-NUMBER  TO RG-ACCOUNT-NUMBER (WS-RG-COUNT).
002268     MOVE AR-CUSTOMER-NUMBER TO RG-CUSTOMER-NUMBER (WS-RG-COUNT).
002269     MOVE AR-ROLE            TO RG-ROLE (WS-RG-COUNT).
002270     MOVE AR-START-DATE      TO RG-START-DATE (WS-RG-COUNT).
002271     MOVE AR-END-DATE        TO RG-END-DATE (WS-RG-COUNT).
002272 2700-NEXT.
002273     PERFORM 2600-READ-RELATIONSHIP THRU 2600-EXIT.
002274 2700-EXIT.
002275     EXIT.
002276
002277*================================================================
002240* 3000-REPORT-PER-CUSTOMER - CUSTOMER HEADING, ONE LINE PER
002250* ACCOUNT, COMBINED BALANCE
002260*================================================================
002460         MOVE WS-COMBINED-LINE TO PRINT-LINE
002470         WRITE PRINT-LINE
002480     END-IF.
002481
002482     MOVE ZERO TO WS-CUST-REL-COUNT.
002483     PERFORM 3300-LIST-RELATIONSHIP THRU 3300-EXIT
002484         VARYING WS-RG-INDEX FROM 1 BY 1
002485         UNTIL WS-RG-INDEX > WS-RG-COUNT.
002490
002500     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
002510 3000-EXIT.
002740         WRITE PRINT-LINE
002750     END-IF.
002760 3200-EXIT.
002761     EXIT.
002762
002763*================================================================
002764* 3300-LIST-RELATIONSHIP - ONE OF THE CUSTOMER'S ROLES ON AN
002765* ACCOUNT, WITH ITS DATES AND WHETHER IT STANDS ON THE RUN DATE
002766*================================================================
002767 3300-LIST-RELATIONSHIP.
002768     IF RG-CUSTOMER-NUMBER (WS-RG-INDEX) NOT = CM-CUSTOMER-NUMBER
002769         GO TO 3300-EXIT
002770     END-IF.
002771     ADD 1 TO WS-CUST-REL-COUNT.
002772     IF WS-CUST-REL-COUNT = 1
002773         MOVE WS-REL-HEADING TO PRINT-LINE
002774         WRITE PRINT-LINE
002775     END-IF.
002776     EVALUATE RG-ROLE (WS-RG-INDEX)
002777         WHEN 'P'
002778             MOVE 'PRIMARY'     TO WS-REL-ROLE
002779         WHEN 'J'
002780             MOVE 'JOINT'       TO WS-REL-ROLE
002781         WHEN 'B'
002782             MOVE 'BENEFICIARY' TO WS-REL-ROLE
002783         WHEN 'A'
002784             MOVE 'ATTORNEY'    TO WS-REL-ROLE
002785         WHEN 'G'
002786             MOVE 'GUARANTOR'   TO WS-REL-ROLE
002787         WHEN OTHER
002788             MOVE RG-ROLE (WS-RG-INDEX) TO WS-REL-ROLE
002789     END-EVALUATE.
002790     MOVE RG-ACCOUNT-NUMBER (WS-RG-INDEX) TO WS-REL-ACCOUNT.
002791     MOVE RG-START-DATE (WS-RG-INDEX)     TO WS-REL-START.
002792     IF RG-END-DATE (WS-RG-INDEX) = ZERO
002793         MOVE 'OPEN' TO WS-REL-END
002794     ELSE
002795         MOVE RG-END-DATE (WS-RG-INDEX) TO WS-REL-END
002796     END-IF.
002797     IF RG-START-DATE (WS-RG-INDEX) > WS-RUN-DATE
002798         MOVE 'FUTURE' TO WS-REL-STATE
002799     ELSE
002800         IF RG-END-DATE (WS-RG-INDEX) = ZERO
002801                 OR RG-END-DATE (WS-RG-INDEX) > WS-RUN-DATE
002802             MOVE 'CURRENT' TO WS-REL-STATE
002803         ELSE
002804             MOVE 'ENDED' TO WS-REL-STATE
002805         END-IF
002806     END-IF.
002807     MOVE WS-REL-LINE TO PRINT-LINE.
002808     WRITE PRINT-LINE.
002809 3300-EXIT.
002770     EXIT.
002780
002790*================================================================
