000100******************************************************************
000110* PRIMAREL.CBL
000120**
000130* PROGRAM-ID  : PRIMEASSIGNRELEASE
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-09-30
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     RELEASE TRANSACTIONS FOR THE PRIME ASSIGNMENT LEDGER
000210*     (PRMASGN).  PRIMECHECKER RECORDS EVERY PRIME IT PUTS ON
000220*     PRMALOC OR PRMSUBS AGAINST THE DEPARTMENT IT WENT TO AND
000230*     WITHHOLDS IT FROM EVERY OTHER DEPARTMENT FROM THEN ON.
000240*     WHEN THE ALLOCATION SYSTEM RETIRES A NUMBER IT SENDS A
000250*     RELEASE CARD ON ASGTXN - THE NUMBER, THE DEPARTMENT THAT
000260*     HELD IT, AND WHY - AND THIS JOB MARKS THE LEDGER RECORD
000270*     RELEASED SO THE NUMBER CAN BE ASSIGNED AGAIN.  THE RECORD
000280*     STAYS ON FILE UNTIL THE NEXT ASSIGNMENT OVERWRITES IT.  A
000290*     CARD WHOSE DEPARTMENT DOES NOT MATCH THE HOLDER ON THE
000300*     LEDGER IS REFUSED - ONE DEPARTMENT CANNOT FREE ANOTHER'S
000310*     NUMBER BY A KEYING SLIP.  EVERY CARD LANDS ON THE RELEASE
000320*     REPORT WITH ITS DISPOSITION, AND THE RUN CLOSES WITH
000330*     CONTROL TOTALS PROVING EVERY CARD READ WAS APPLIED OR
000340*     REJECTED, NEVER DROPPED.
000350**
000360* MOD-HISTORY
000370*   DATE        INIT  DESCRIPTION
000380*   ----------  ----  --------------------------------------------
000390*   2026-09-30  JHT   ORIGINAL VERSION.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. PrimeAssignRelease.
000430 AUTHOR. J. H. TARRANT.
000440 INSTALLATION. DATA CENTER SERVICES.
000450 DATE-WRITTEN. 2026-09-30.
000460 DATE-COMPILED. 2026-09-30.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RELEASE-TRANS-FILE ASSIGN TO ASGTXN
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-TRANS-STATUS.
000540
000550     SELECT ASSIGNMENT-LEDGER-FILE ASSIGN TO PRMASGN
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS ASG-NUM
000590         FILE STATUS IS WS-LEDGER-STATUS.
000600
000610     SELECT RELEASE-REPORT-FILE ASSIGN TO ASGRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*-----------------------------------------------------------------
000680* RELEASE CARD - ONE NUMBER PER CARD.  THE DEPT CODE IS THE
000690* DEPARTMENT THE ALLOCATION SYSTEM SAYS HELD THE NUMBER (BLANK
000700* FOR ONE HANDED TO THE UNASSIGNED BUCKET); THE REASON IS
000710* ECHOED ON THE REPORT.
000720*-----------------------------------------------------------------
000730 FD  RELEASE-TRANS-FILE.
000740 01  RELEASE-TRANS-RECORD.
000750     05  TXN-ACTION                  PIC X(01).
000760         88  TXN-IS-RELEASE          VALUE 'R'.
000770     05  TXN-NUM-TEXT                PIC X(09).
000780     05  TXN-NUM REDEFINES TXN-NUM-TEXT
000790                                     PIC 9(09).
000800     05  TXN-DEPT-CODE               PIC X(04).
000810     05  TXN-REASON                  PIC X(30).
000820     05  FILLER                      PIC X(36).
000830
000840*-----------------------------------------------------------------
000850* PRIME ASSIGNMENT LEDGER - SHARED LAYOUT WITH PRIMECHECKER VIA
000860* COPYBOOK SO THE PROGRAMS NEVER DRIFT APART.
000870*-----------------------------------------------------------------
000880 FD  ASSIGNMENT-LEDGER-FILE.
000890 01  ASSIGNMENT-LEDGER-RECORD.
000900     COPY PRMASGR.
000910
000920 FD  RELEASE-REPORT-FILE.
000930 01  RELEASE-REPORT-RECORD           PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960*-----------------------------------------------------------------
000970* FILE STATUS SWITCHES
000980*-----------------------------------------------------------------
000990 01  WS-FILE-STATUSES.
001000     05  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001010         88  TRANS-STATUS-OK         VALUE '00'.
001020     05  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
001030         88  LEDGER-STATUS-OK        VALUE '00'.
001040     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001050         88  REPORT-STATUS-OK        VALUE '00'.
001060
001070 01  WS-SWITCHES.
001080     05  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
001090         88  END-OF-TRANSACTIONS     VALUE 'Y'.
001100     05  WS-ON-FILE-SW               PIC X(01) VALUE 'N'.
001110         88  NUMBER-IS-ON-FILE       VALUE 'Y'.
001120
001130 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001140 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001150
001160*-----------------------------------------------------------------
001170* RELEASE CONTROL COUNTERS - EVERY CARD READ MUST LAND IN
001180* EXACTLY ONE OF THE APPLIED OR REJECTED BUCKETS.
001190*-----------------------------------------------------------------
001200 01  WS-COUNTERS.
001210     05  WS-CARDS-READ               PIC 9(09) COMP-3 VALUE ZERO.
001220     05  WS-RELEASED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001230     05  WS-REJECTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001240     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001250
001260*-----------------------------------------------------------------
001270* RELEASE REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE, MOVED
001280* TO THE FD RECORD IMMEDIATELY BEFORE EACH WRITE.
001290*-----------------------------------------------------------------
001300 01  WS-ACTION-LINE.
001310     05  ACT-ACTION                  PIC X(01) VALUE SPACES.
001320     05  FILLER                      PIC X(02) VALUE SPACES.
001330     05  ACT-NUM                     PIC X(09) VALUE SPACES.
001340     05  FILLER                      PIC X(02) VALUE SPACES.
001350     05  ACT-DEPT-CODE               PIC X(04) VALUE SPACES.
001360     05  FILLER                      PIC X(02) VALUE SPACES.
001370     05  ACT-DISPOSITION             PIC X(30) VALUE SPACES.
001380     05  FILLER                      PIC X(02) VALUE SPACES.
001390     05  ACT-REASON                  PIC X(28) VALUE SPACES.
001400
001410 01  WS-HELD-LINE.
001420     05  FILLER                      PIC X(16) VALUE SPACES.
001430     05  FILLER                      PIC X(08) VALUE 'HELD BY '.
001440     05  HLD-DEPT-CODE               PIC X(04) VALUE SPACES.
001450     05  FILLER                      PIC X(01) VALUE SPACES.
001460     05  HLD-REF-ID                  PIC X(12) VALUE SPACES.
001470     05  FILLER                      PIC X(07) VALUE ' SINCE '.
001480     05  HLD-TIMESTAMP               PIC X(15) VALUE SPACES.
001490     05  FILLER                      PIC X(17) VALUE SPACES.
001500
001510 01  WS-TOTAL-LINE.
001520     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
001530     05  TOT-VALUE                   PIC ZZZZZZZZ9.
001540     05  FILLER                      PIC X(31) VALUE SPACES.
001550
001560 PROCEDURE DIVISION.
001570
001580******************************************************************
001590* 0000-MAIN-PARA
001600* MAINLINE - APPLY EVERY RELEASE CARD IN SEQUENCE AND PROVE THE
001610* RUN ON THE RELEASE REPORT CONTROL TOTALS.
001620******************************************************************
001630 0000-MAIN-PARA.
001640     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001650     PERFORM 2000-READ-TRANS-PARA THRU 2000-EXIT
001660         UNTIL END-OF-TRANSACTIONS.
001670     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
001680     CLOSE RELEASE-TRANS-FILE.
001690     CLOSE ASSIGNMENT-LEDGER-FILE.
001700     CLOSE RELEASE-REPORT-FILE.
001710     STOP RUN.
001720
001730******************************************************************
001740* 1000-INITIALIZE-PARA
001750* OPENS THE RELEASE STACK, THE LEDGER, AND THE REPORT.  THE
001760* LEDGER IS NOT CREATED HERE - PRIMECHECKER CREATES IT ON ITS
001770* FIRST ASSIGNMENT, AND WITH NO LEDGER THERE IS NOTHING TO
001780* RELEASE.
001790******************************************************************
001800 1000-INITIALIZE-PARA.
001810     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001820     OPEN INPUT RELEASE-TRANS-FILE.
001830     IF NOT TRANS-STATUS-OK
001840         DISPLAY 'RELEASE-TRANS-FILE (ASGTXN) COULD NOT BE'
001850             ' OPENED - STATUS ' WS-TRANS-STATUS
001860         DISPLAY 'RELEASE RUN TERMINATED - NO CARDS APPLIED'
001870         MOVE 8 TO RETURN-CODE
001880         STOP RUN
001890     END-IF.
001900     OPEN I-O ASSIGNMENT-LEDGER-FILE.
001910     IF NOT LEDGER-STATUS-OK
001920         DISPLAY 'ASSIGNMENT-LEDGER-FILE (PRMASGN) COULD NOT BE'
001930             ' OPENED - STATUS ' WS-LEDGER-STATUS
001940         DISPLAY 'RELEASE RUN TERMINATED - NO CARDS APPLIED'
001950         MOVE 8 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980     OPEN OUTPUT RELEASE-REPORT-FILE.
001990     IF NOT REPORT-STATUS-OK
002000         DISPLAY 'RELEASE-REPORT-FILE (ASGRPT) COULD NOT BE'
002010             ' OPENED - STATUS ' WS-REPORT-STATUS
002020         DISPLAY 'RELEASE RUN TERMINATED - NO CARDS APPLIED'
002030         MOVE 8 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060 1000-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100* 2000-READ-TRANS-PARA
002110* READS ONE RELEASE CARD.  A BLANK CARD ENDS THE STACK THE SAME
002120* WAY A BLANK TRAILER ENDS THE PRIMEDEPTMAINT STACK.
002130******************************************************************
002140 2000-READ-TRANS-PARA.
002150     READ RELEASE-TRANS-FILE
002160         AT END
002170             SET END-OF-TRANSACTIONS TO TRUE
002180         NOT AT END
002190             IF RELEASE-TRANS-RECORD = SPACES
002200                 SET END-OF-TRANSACTIONS TO TRUE
002210             ELSE
002220                 ADD 1 TO WS-CARDS-READ
002230                 PERFORM 3000-APPLY-TRANS-PARA THRU 3000-EXIT
002240             END-IF
002250     END-READ.
002260 2000-EXIT.
002270     EXIT.
002280
002290******************************************************************
002300* 3000-APPLY-TRANS-PARA
002310* APPLIES ONE RELEASE CARD - VALIDATES IT, RELEASES THE NUMBER,
002320* AND REPORTS THE DISPOSITION.  A CARD REFUSED BECAUSE ANOTHER
002330* DEPT HOLDS THE NUMBER IS FOLLOWED BY THE LEDGER ENTRY, SO THE
002340* ALLOCATION SYSTEM CAN SEE WHOSE IT REALLY IS.
002350******************************************************************
002360 3000-APPLY-TRANS-PARA.
002370     MOVE SPACES TO WS-REJECT-REASON.
002380     IF TXN-IS-RELEASE
002390         PERFORM 3100-RELEASE-NUMBER-PARA THRU 3100-EXIT
002400     ELSE
002410         MOVE 'ACTION NOT R' TO WS-REJECT-REASON
002420     END-IF.
002430     IF WS-REJECT-REASON NOT = SPACES
002440         ADD 1 TO WS-REJECTED-COUNT
002450         PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
002460         IF WS-REJECT-REASON = 'HELD BY ANOTHER DEPT'
002470             PERFORM 7100-WRITE-HELD-PARA THRU 7100-EXIT
002480         END-IF
002490     END-IF.
002500 3000-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540* 3100-RELEASE-NUMBER-PARA
002550* MARKS THE NUMBER'S LEDGER RECORD RELEASED, DATED TODAY.  A
002560* NUMBER NEVER ASSIGNED, ALREADY RELEASED, OR HELD BY A DEPT
002570* OTHER THAN THE ONE ON THE CARD IS REFUSED.
002580******************************************************************
002590 3100-RELEASE-NUMBER-PARA.
002600     IF TXN-NUM NOT NUMERIC
002610         MOVE 'NUMBER NOT NUMERIC' TO WS-REJECT-REASON
002620         GO TO 3100-EXIT
002630     END-IF.
002640     PERFORM 3500-READ-LEDGER-PARA THRU 3500-EXIT.
002650     IF NOT NUMBER-IS-ON-FILE
002660         MOVE 'NUMBER NOT ON LEDGER' TO WS-REJECT-REASON
002670         GO TO 3100-EXIT
002680     END-IF.
002690     IF ASG-IS-RELEASED
002700         MOVE 'NUMBER ALREADY RELEASED' TO WS-REJECT-REASON
002710         GO TO 3100-EXIT
002720     END-IF.
002730     IF ASG-DEPT-CODE NOT = TXN-DEPT-CODE
002740         MOVE 'HELD BY ANOTHER DEPT' TO WS-REJECT-REASON
002750         GO TO 3100-EXIT
002760     END-IF.
002770     SET ASG-IS-RELEASED TO TRUE.
002780     MOVE WS-TODAY-DATE TO ASG-RELEASE-DATE.
002790     REWRITE ASSIGNMENT-LEDGER-RECORD
002800         INVALID KEY
002810             MOVE 'RELEASE COULD NOT BE REWRITTEN'
002820                 TO WS-REJECT-REASON
002830         NOT INVALID KEY
002840             ADD 1 TO WS-RELEASED-COUNT
002850             PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
002860     END-REWRITE.
002870 3100-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910* 3500-READ-LEDGER-PARA
002920* KEYED READ OF THE ASSIGNMENT LEDGER FOR THE CARD'S NUMBER.
002930******************************************************************
002940 3500-READ-LEDGER-PARA.
002950     MOVE 'N' TO WS-ON-FILE-SW.
002960     MOVE TXN-NUM TO ASG-NUM.
002970     READ ASSIGNMENT-LEDGER-FILE
002980         INVALID KEY
002990             CONTINUE
003000         NOT INVALID KEY
003010             SET NUMBER-IS-ON-FILE TO TRUE
003020     END-READ.
003030 3500-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070* 7000-WRITE-ACTION-PARA
003080* ONE REPORT LINE PER CARD - THE ACTION, THE NUMBER, THE DEPT,
003090* THE DISPOSITION, AND THE REASON THE ALLOCATION SYSTEM GAVE.
003100******************************************************************
003110 7000-WRITE-ACTION-PARA.
003120     MOVE SPACES TO WS-ACTION-LINE.
003130     MOVE TXN-ACTION TO ACT-ACTION.
003140     MOVE TXN-NUM-TEXT TO ACT-NUM.
003150     MOVE TXN-DEPT-CODE TO ACT-DEPT-CODE.
003160     IF WS-REJECT-REASON = SPACES
003170         MOVE 'RELEASED' TO ACT-DISPOSITION
003180     ELSE
003190         MOVE WS-REJECT-REASON TO ACT-DISPOSITION
003200     END-IF.
003210     MOVE TXN-REASON TO ACT-REASON.
003220     MOVE WS-ACTION-LINE TO RELEASE-REPORT-RECORD.
003230     WRITE RELEASE-REPORT-RECORD.
003240 7000-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 7100-WRITE-HELD-PARA
003290* FOLLOWS A CARD REFUSED FOR THE WRONG DEPT WITH THE LEDGER
003300* ENTRY AS IT STANDS.
003310******************************************************************
003320 7100-WRITE-HELD-PARA.
003330     MOVE ASG-DEPT-CODE TO HLD-DEPT-CODE.
003340     MOVE ASG-REF-ID TO HLD-REF-ID.
003350     MOVE ASG-TIMESTAMP TO HLD-TIMESTAMP.
003360     MOVE WS-HELD-LINE TO RELEASE-REPORT-RECORD.
003370     WRITE RELEASE-REPORT-RECORD.
003380 7100-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420* 8000-TOTALS-PARA
003430* RELEASE CONTROL TOTALS - CARDS READ MUST EQUAL RELEASED PLUS
003440* REJECTED, PROVING NO TRANSACTION WAS DROPPED.
003450******************************************************************
003460 8000-TOTALS-PARA.
003470     MOVE SPACES TO RELEASE-REPORT-RECORD.
003480     WRITE RELEASE-REPORT-RECORD.
003490
003500     MOVE 'RELEASE CARDS READ' TO TOT-LABEL.
003510     MOVE WS-CARDS-READ TO TOT-VALUE.
003520     MOVE WS-TOTAL-LINE TO RELEASE-REPORT-RECORD.
003530     WRITE RELEASE-REPORT-RECORD.
003540
003550     MOVE 'NUMBERS RELEASED' TO TOT-LABEL.
003560     MOVE WS-RELEASED-COUNT TO TOT-VALUE.
003570     MOVE WS-TOTAL-LINE TO RELEASE-REPORT-RECORD.
003580     WRITE RELEASE-REPORT-RECORD.
003590
003600     MOVE 'TRANSACTIONS REJECTED' TO TOT-LABEL.
003610     MOVE WS-REJECTED-COUNT TO TOT-VALUE.
003620     MOVE WS-TOTAL-LINE TO RELEASE-REPORT-RECORD.
003630     WRITE RELEASE-REPORT-RECORD.
003640
003650     COMPUTE WS-BALANCE-COUNT =
003660         WS-RELEASED-COUNT + WS-REJECTED-COUNT.
003670     IF WS-BALANCE-COUNT = WS-CARDS-READ
003680         MOVE 'RELEASES IN BALANCE - ALL ACCOUNTED'
003690             TO TOT-LABEL
003700         DISPLAY 'PRIMEASSIGNRELEASE - ALL CARDS ACCOUNTED FOR'
003710     ELSE
003720         MOVE '** RELEASES OUT OF BALANCE **' TO TOT-LABEL
003730         DISPLAY '*** PRIMEASSIGNRELEASE OUT OF BALANCE - SEE'
003740             ' ASGRPT ***'
003750         MOVE 8 TO RETURN-CODE
003760     END-IF.
003770     MOVE WS-BALANCE-COUNT TO TOT-VALUE.
003780     MOVE WS-TOTAL-LINE TO RELEASE-REPORT-RECORD.
003790     WRITE RELEASE-REPORT-RECORD.
003800 8000-EXIT.
003810     EXIT.
