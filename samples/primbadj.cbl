000100******************************************************************
000110* PRIMBADJ.CBL
000120**
000130* PROGRAM-ID  : PRIMEBILLADJ
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-10-05
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     ENTRY OF BILLING ADJUSTMENTS TO THE ADJUSTMENT FILE
000210*     (PRMADJ).  WHEN A DEPARTMENT DISPUTES WORK IT WAS BILLED
000220*     FOR, OR WORK WAS UNDER-BILLED, FINANCE APPROVES A CREDIT
000230*     OR A DEBIT AND IT IS KEYED HERE ON A CARD IN THE ADJTXN
000240*     STACK - THE DEPARTMENT, THE MONTH IT CONCERNS, 'C' OR 'D',
000250*     THE AMOUNT, THE REASON, AND THE APPROVER, ALL REQUIRED.
000260*     EACH ACCEPTED CARD IS FILED PENDING UNDER THIS RUN'S
000270*     TIMESTAMP AND ITS SEQUENCE IN THE STACK, AND PRIMEBILLING
000280*     POSTS IT TO THE DEPARTMENT'S NEXT STATEMENT AS A LINE OF
000290*     ITS OWN.  AN ADJUSTMENT IS NEVER CHANGED ONCE FILED - A
000300*     MISTAKE IS UNDONE BY AN OPPOSITE ADJUSTMENT, SO THE TRAIL
000310*     STAYS WHOLE.  EVERY CARD LANDS ON THE ADJUSTMENT REPORT
000320*     WITH ITS DISPOSITION, AND THE RUN CLOSES WITH CONTROL
000330*     TOTALS PROVING EVERY CARD READ WAS FILED OR REJECTED.
000340**
000350* MOD-HISTORY
000360*   DATE        INIT  DESCRIPTION
000370*   ----------  ----  --------------------------------------------
000380*   2026-10-05  JHT   ORIGINAL VERSION.
000384*   2026-10-15  JHT   RC 8 WHEN A FILE FAILS TO OPEN.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. PrimeBillAdj.
000420 AUTHOR. J. H. TARRANT.
000430 INSTALLATION. DATA CENTER SERVICES.
000440 DATE-WRITTEN. 2026-10-05.
000450 DATE-COMPILED. 2026-10-05.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ADJUST-TRANS-FILE ASSIGN TO ADJTXN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TRANS-STATUS.
000530
000540     SELECT BILL-ADJUST-FILE ASSIGN TO PRMADJ
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS ADJ-KEY
000580         FILE STATUS IS WS-ADJ-STATUS.
000590
000600     SELECT DEPT-REFERENCE-FILE ASSIGN TO PRMDEPT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS DPT-CODE
000640         FILE STATUS IS WS-DEPT-STATUS.
000650
000660     SELECT ADJUST-REPORT-FILE ASSIGN TO ADJRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REPORT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720*-----------------------------------------------------------------
000730* TRANSACTION CARD - ONE ADJUSTMENT PER CARD.  THE MONTH IS
000740* YYYYMM; THE AMOUNT IS NINE DIGITS WITH TWO IMPLIED DECIMALS,
000750* ALWAYS POSITIVE - THE TYPE SAYS WHICH WAY IT GOES.
000760*-----------------------------------------------------------------
000770 FD  ADJUST-TRANS-FILE.
000780 01  ADJUST-TRANS-RECORD.
000790     05  TXN-DEPT-CODE               PIC X(04).
000800     05  TXN-MONTH-TEXT              PIC X(06).
000810     05  TXN-MONTH-VIEW REDEFINES TXN-MONTH-TEXT.
000820         10  TXN-MONTH-YEAR          PIC 9(04).
000830         10  TXN-MONTH-MM            PIC 9(02).
000840     05  TXN-ADJ-TYPE                PIC X(01).
000850         88  TXN-IS-CREDIT           VALUE 'C'.
000860         88  TXN-IS-DEBIT            VALUE 'D'.
000870     05  TXN-AMOUNT-TEXT             PIC X(09).
000880     05  TXN-AMOUNT REDEFINES TXN-AMOUNT-TEXT
000890                                     PIC 9(07)V99.
000900     05  TXN-REASON                  PIC X(30).
000910     05  TXN-APPROVER                PIC X(20).
000920     05  FILLER                      PIC X(10).
000930
000940*-----------------------------------------------------------------
000950* BILLING ADJUSTMENT FILE - SHARED LAYOUT WITH PRIMEBILLING VIA
000960* COPYBOOK SO THE PROGRAMS NEVER DRIFT APART.
000970*-----------------------------------------------------------------
000980 FD  BILL-ADJUST-FILE.
000990 01  BILL-ADJUST-RECORD.
001000     COPY PRMADJR.
001010
001020*-----------------------------------------------------------------
001030* DEPARTMENT REFERENCE MASTER - READ ONLY TO PROVE THE CARD'S
001040* DEPARTMENT EXISTS.
001050*-----------------------------------------------------------------
001060 FD  DEPT-REFERENCE-FILE.
001070 01  DEPT-REFERENCE-RECORD.
001080     COPY PRMDPTR.
001090
001100 FD  ADJUST-REPORT-FILE.
001110 01  ADJUST-REPORT-RECORD            PIC X(132).
001120
001130 WORKING-STORAGE SECTION.
001140*-----------------------------------------------------------------
001150* FILE STATUS SWITCHES
001160*-----------------------------------------------------------------
001170 01  WS-FILE-STATUSES.
001180     05  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001190         88  TRANS-STATUS-OK         VALUE '00'.
001200     05  WS-ADJ-STATUS               PIC X(02) VALUE SPACES.
001210         88  ADJ-STATUS-OK           VALUE '00'.
001220     05  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
001230         88  DEPT-STATUS-OK          VALUE '00'.
001240     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001250         88  REPORT-STATUS-OK        VALUE '00'.
001260
001270 01  WS-SWITCHES.
001280     05  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
001290         88  END-OF-TRANSACTIONS     VALUE 'Y'.
001300
001310 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001320
001330*-----------------------------------------------------------------
001340* ENTRY STAMP - BUILT ONCE AT THE START OF THE RUN; EVERY
001350* ADJUSTMENT FILED BY THE RUN IS KEYED UNDER IT WITH ITS CARD
001360* SEQUENCE, SO NO TWO ADJUSTMENTS CAN EVER SHARE A KEY.
001370*-----------------------------------------------------------------
001380 01  WS-STAMP-PARTS.
001390     05  WS-STAMP-DATE               PIC 9(08).
001400     05  WS-STAMP-TIME               PIC 9(08).
001410 01  WS-ENTRY-STAMP                  PIC X(15) VALUE SPACES.
001420
001430*-----------------------------------------------------------------
001440* ADJUSTMENT CONTROL COUNTERS - EVERY CARD READ MUST LAND IN
001450* EXACTLY ONE OF THE FILED OR REJECTED BUCKETS.
001460*-----------------------------------------------------------------
001470 01  WS-COUNTERS.
001480     05  WS-CARDS-READ               PIC 9(09) COMP-3 VALUE ZERO.
001490     05  WS-CREDIT-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001500     05  WS-DEBIT-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001510     05  WS-REJECTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001520     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001530
001540 01  WS-AMOUNTS.
001550     05  WS-CREDIT-AMOUNT            PIC 9(09)V99 COMP-3
001560                                     VALUE ZERO.
001570     05  WS-DEBIT-AMOUNT             PIC 9(09)V99 COMP-3
001580                                     VALUE ZERO.
001590
001600*-----------------------------------------------------------------
001610* ADJUSTMENT REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE,
001620* MOVED TO THE FD RECORD IMMEDIATELY BEFORE EACH WRITE.
001630*-----------------------------------------------------------------
001640 01  WS-ACTION-LINE.
001650     05  ACT-DEPT-CODE               PIC X(04) VALUE SPACES.
001660     05  FILLER                      PIC X(01) VALUE SPACES.
001670     05  ACT-MONTH                   PIC X(06) VALUE SPACES.
001680     05  FILLER                      PIC X(01) VALUE SPACES.
001690     05  ACT-ADJ-TYPE                PIC X(01) VALUE SPACES.
001700     05  FILLER                      PIC X(01) VALUE SPACES.
001710     05  ACT-AMOUNT                  PIC X(10) VALUE SPACES.
001720     05  ACT-AMOUNT-EDIT REDEFINES ACT-AMOUNT
001730                                     PIC ZZZZZZ9.99.
001740     05  FILLER                      PIC X(01) VALUE SPACES.
001750     05  ACT-REASON                  PIC X(30) VALUE SPACES.
001760     05  FILLER                      PIC X(01) VALUE SPACES.
001770     05  ACT-APPROVER                PIC X(20) VALUE SPACES.
001780     05  FILLER                      PIC X(01) VALUE SPACES.
001790     05  ACT-DISPOSITION             PIC X(30) VALUE SPACES.
001800     05  FILLER                      PIC X(25) VALUE SPACES.
001810
001820 01  WS-TOTAL-LINE.
001830     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
001840     05  TOT-VALUE                   PIC ZZZZZZZZ9.
001850     05  FILLER                      PIC X(83) VALUE SPACES.
001860
001870 01  WS-AMOUNT-LINE.
001880     05  AMT-LABEL                   PIC X(37) VALUE SPACES.
001890     05  AMT-VALUE                   PIC ZZZZZZZZ9.99.
001900     05  FILLER                      PIC X(83) VALUE SPACES.
001910
001920 PROCEDURE DIVISION.
001930
001940******************************************************************
001950* 0000-MAIN-PARA
001960* MAINLINE - FILE EVERY ADJUSTMENT CARD IN SEQUENCE AND PROVE
001970* THE RUN ON THE ADJUSTMENT REPORT CONTROL TOTALS.
001980******************************************************************
001990 0000-MAIN-PARA.
002000     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
002010     PERFORM 2000-READ-TRANS-PARA THRU 2000-EXIT
002020         UNTIL END-OF-TRANSACTIONS.
002030     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
002040     CLOSE ADJUST-TRANS-FILE.
002050     CLOSE BILL-ADJUST-FILE.
002060     CLOSE DEPT-REFERENCE-FILE.
002070     CLOSE ADJUST-REPORT-FILE.
002080     STOP RUN.
002090
002100******************************************************************
002110* 1000-INITIALIZE-PARA
002120* BUILDS THE ENTRY STAMP AND OPENS THE TRANSACTION STACK, THE
002130* ADJUSTMENT FILE (CREATED ON FIRST USE VIA THE OPEN-OUTPUT
002140* FALLBACK IDIOM), THE DEPARTMENT MASTER, AND THE REPORT.  AN
002150* ADJUSTMENT CANNOT BE PROVED AGAINST A DEPARTMENT THAT CANNOT
002160* BE LOOKED UP, SO A MISSING MASTER REFUSES THE RUN.
002170******************************************************************
002180 1000-INITIALIZE-PARA.
002190     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
002200     ACCEPT WS-STAMP-TIME FROM TIME.
002210     MOVE SPACES TO WS-ENTRY-STAMP.
002220     STRING WS-STAMP-DATE     DELIMITED BY SIZE
002230            '-'               DELIMITED BY SIZE
002240            WS-STAMP-TIME(1:6) DELIMITED BY SIZE
002250         INTO WS-ENTRY-STAMP.
002260     OPEN INPUT ADJUST-TRANS-FILE.
002270     IF NOT TRANS-STATUS-OK
002280         DISPLAY 'ADJUST-TRANS-FILE (ADJTXN) COULD NOT BE OPENED'
002290             ' - STATUS ' WS-TRANS-STATUS
002300         DISPLAY 'ADJUSTMENT RUN TERMINATED - NO CARDS APPLIED'
002304         MOVE 8 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     OPEN I-O BILL-ADJUST-FILE.
002340     IF NOT ADJ-STATUS-OK
002350         OPEN OUTPUT BILL-ADJUST-FILE
002360         CLOSE BILL-ADJUST-FILE
002370         OPEN I-O BILL-ADJUST-FILE
002380     END-IF.
002390     IF NOT ADJ-STATUS-OK
002400         DISPLAY 'BILL-ADJUST-FILE (PRMADJ) COULD NOT BE'
002410             ' OPENED - STATUS ' WS-ADJ-STATUS
002420         DISPLAY 'ADJUSTMENT RUN TERMINATED - NO CARDS APPLIED'
002424         MOVE 8 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450     OPEN INPUT DEPT-REFERENCE-FILE.
002460     IF NOT DEPT-STATUS-OK
002470         DISPLAY 'DEPT-REFERENCE-FILE (PRMDEPT) COULD NOT BE'
002480             ' OPENED - STATUS ' WS-DEPT-STATUS
002490         DISPLAY 'ADJUSTMENT RUN TERMINATED - NO CARDS APPLIED'
002494         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     OPEN OUTPUT ADJUST-REPORT-FILE.
002530     IF NOT REPORT-STATUS-OK
002540         DISPLAY 'ADJUST-REPORT-FILE (ADJRPT) COULD NOT BE'
002550             ' OPENED - STATUS ' WS-REPORT-STATUS
002560         DISPLAY 'ADJUSTMENT RUN TERMINATED - NO CARDS APPLIED'
002564         MOVE 8 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590 1000-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630* 2000-READ-TRANS-PARA
002640* READS ONE ADJUSTMENT CARD.  A BLANK CARD ENDS THE STACK.
002650******************************************************************
002660 2000-READ-TRANS-PARA.
002670     READ ADJUST-TRANS-FILE
002680         AT END
002690             SET END-OF-TRANSACTIONS TO TRUE
002700         NOT AT END
002710             IF ADJUST-TRANS-RECORD = SPACES
002720                 SET END-OF-TRANSACTIONS TO TRUE
002730             ELSE
002740                 ADD 1 TO WS-CARDS-READ
002750                 PERFORM 3000-APPLY-TRANS-PARA THRU 3000-EXIT
002760             END-IF
002770     END-READ.
002780 2000-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 3000-APPLY-TRANS-PARA
002830* APPLIES ONE ADJUSTMENT CARD - EDITS IT, FILES IT PENDING, AND
002840* REPORTS THE DISPOSITION.
002850******************************************************************
002860 3000-APPLY-TRANS-PARA.
002870     MOVE SPACES TO WS-REJECT-REASON.
002880     PERFORM 3050-EDIT-CARD-PARA THRU 3050-EXIT.
002890     IF WS-REJECT-REASON = SPACES
002900         PERFORM 3100-FILE-ADJUSTMENT-PARA THRU 3100-EXIT
002910     END-IF.
002920     IF WS-REJECT-REASON NOT = SPACES
002930         ADD 1 TO WS-REJECTED-COUNT
002940     END-IF.
002950     PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT.
002960 3000-EXIT.
002970     EXIT.
002980
002990******************************************************************
003000* 3050-EDIT-CARD-PARA
003010* AN ADJUSTMENT MUST NAME A DEPARTMENT ON THE MASTER, A REAL
003020* MONTH, WHICH WAY IT GOES, A NON-ZERO AMOUNT, WHY, AND WHO IN
003030* FINANCE APPROVED IT - ACCOUNTING ANSWERS FOR EVERY ONE OF
003040* THEM AT AUDIT.  ONE RUN KEYS AT MOST 999 CARDS UNDER ITS
003050* STAMP; A LONGER STACK IS SPLIT ACROSS RUNS.
003060******************************************************************
003070 3050-EDIT-CARD-PARA.
003080     IF WS-CARDS-READ > 999
003090         MOVE 'OVER 999 CARDS - RUN THE REST' TO WS-REJECT-REASON
003100         GO TO 3050-EXIT
003110     END-IF.
003120     IF TXN-DEPT-CODE = SPACES
003130         MOVE 'DEPT CODE REQUIRED' TO WS-REJECT-REASON
003140         GO TO 3050-EXIT
003150     END-IF.
003160     MOVE TXN-DEPT-CODE TO DPT-CODE.
003170     READ DEPT-REFERENCE-FILE
003180         INVALID KEY
003190             MOVE 'DEPT NOT ON REFERENCE FILE' TO WS-REJECT-REASON
003200     END-READ.
003210     IF WS-REJECT-REASON NOT = SPACES
003220         GO TO 3050-EXIT
003230     END-IF.
003240     IF TXN-MONTH-TEXT NOT NUMERIC
003250      OR TXN-MONTH-MM < 1
003260      OR TXN-MONTH-MM > 12
003270         MOVE 'MONTH NOT A VALID YYYYMM' TO WS-REJECT-REASON
003280         GO TO 3050-EXIT
003290     END-IF.
003300     IF NOT TXN-IS-CREDIT AND NOT TXN-IS-DEBIT
003310         MOVE 'TYPE NOT C OR D' TO WS-REJECT-REASON
003320         GO TO 3050-EXIT
003330     END-IF.
003340     IF TXN-AMOUNT-TEXT NOT NUMERIC
003350         MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
003360         GO TO 3050-EXIT
003370     END-IF.
003380     IF TXN-AMOUNT = ZERO
003390         MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
003400         GO TO 3050-EXIT
003410     END-IF.
003420     IF TXN-REASON = SPACES
003430         MOVE 'REASON REQUIRED' TO WS-REJECT-REASON
003440         GO TO 3050-EXIT
003450     END-IF.
003460     IF TXN-APPROVER = SPACES
003470         MOVE 'APPROVER NAME REQUIRED' TO WS-REJECT-REASON
003480         GO TO 3050-EXIT
003490     END-IF.
003500 3050-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 3100-FILE-ADJUSTMENT-PARA
003550* FILES THE ADJUSTMENT PENDING, KEYED BY THE RUN'S STAMP AND THE
003560* CARD'S SEQUENCE.  IT POSTS ON THE DEPARTMENT'S NEXT STATEMENT.
003570******************************************************************
003580 3100-FILE-ADJUSTMENT-PARA.
003590     MOVE SPACES TO BILL-ADJUST-RECORD.
003600     MOVE WS-ENTRY-STAMP TO ADJ-ENTRY-STAMP.
003610     MOVE WS-CARDS-READ TO ADJ-ENTRY-SEQ.
003620     MOVE TXN-DEPT-CODE TO ADJ-DEPT-CODE.
003630     MOVE TXN-MONTH-TEXT TO ADJ-MONTH.
003640     MOVE TXN-ADJ-TYPE TO ADJ-TYPE.
003650     MOVE TXN-AMOUNT TO ADJ-AMOUNT.
003660     MOVE TXN-REASON TO ADJ-REASON.
003670     MOVE TXN-APPROVER TO ADJ-APPROVER.
003680     SET ADJ-IS-PENDING TO TRUE.
003690     MOVE ZERO TO ADJ-POSTED-MONTH.
003700     WRITE BILL-ADJUST-RECORD
003710         INVALID KEY
003720             MOVE 'WRITE FAILED' TO WS-REJECT-REASON
003730     END-WRITE.
003740     IF WS-REJECT-REASON = SPACES
003750         IF TXN-IS-CREDIT
003760             ADD 1 TO WS-CREDIT-COUNT
003770             ADD TXN-AMOUNT TO WS-CREDIT-AMOUNT
003780         ELSE
003790             ADD 1 TO WS-DEBIT-COUNT
003800             ADD TXN-AMOUNT TO WS-DEBIT-AMOUNT
003810         END-IF
003820     END-IF.
003830 3100-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870* 7000-WRITE-ACTION-PARA
003880* ONE REPORT LINE PER CARD - THE DEPARTMENT, MONTH, TYPE,
003890* AMOUNT, REASON, APPROVER, AND THE DISPOSITION.  A NON-NUMERIC
003900* AMOUNT IS SHOWN AS KEYED.
003910******************************************************************
003920 7000-WRITE-ACTION-PARA.
003930     MOVE SPACES TO WS-ACTION-LINE.
003940     MOVE TXN-DEPT-CODE TO ACT-DEPT-CODE.
003950     MOVE TXN-MONTH-TEXT TO ACT-MONTH.
003960     MOVE TXN-ADJ-TYPE TO ACT-ADJ-TYPE.
003970     IF TXN-AMOUNT-TEXT NUMERIC
003980         MOVE TXN-AMOUNT TO ACT-AMOUNT-EDIT
003990     ELSE
004000         MOVE TXN-AMOUNT-TEXT TO ACT-AMOUNT
004010     END-IF.
004020     MOVE TXN-REASON TO ACT-REASON.
004030     MOVE TXN-APPROVER TO ACT-APPROVER.
004040     IF WS-REJECT-REASON = SPACES
004050         MOVE 'FILED - POSTS NEXT STATEMENT' TO ACT-DISPOSITION
004060     ELSE
004070         MOVE WS-REJECT-REASON TO ACT-DISPOSITION
004080     END-IF.
004090     MOVE WS-ACTION-LINE TO ADJUST-REPORT-RECORD.
004100     WRITE ADJUST-REPORT-RECORD.
004110 7000-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 8000-TOTALS-PARA
004160* ADJUSTMENT CONTROL TOTALS - CARDS READ MUST EQUAL CREDITS
004170* PLUS DEBITS PLUS REJECTED, PROVING NO CARD WAS DROPPED, WITH
004180* THE AMOUNTS FILED EACH WAY FOR FINANCE TO TIE TO ITS
004190* APPROVALS.
004200******************************************************************
004210 8000-TOTALS-PARA.
004220     MOVE SPACES TO ADJUST-REPORT-RECORD.
004230     WRITE ADJUST-REPORT-RECORD.
004240
004250     MOVE 'ADJUSTMENT CARDS READ' TO TOT-LABEL.
004260     MOVE WS-CARDS-READ TO TOT-VALUE.
004270     MOVE WS-TOTAL-LINE TO ADJUST-REPORT-RECORD.
004280     WRITE ADJUST-REPORT-RECORD.
004290
004300     MOVE 'CREDITS FILED' TO TOT-LABEL.
004310     MOVE WS-CREDIT-COUNT TO TOT-VALUE.
004320     MOVE WS-TOTAL-LINE TO ADJUST-REPORT-RECORD.
004330     WRITE ADJUST-REPORT-RECORD.
004340
004350     MOVE 'DEBITS FILED' TO TOT-LABEL.
004360     MOVE WS-DEBIT-COUNT TO TOT-VALUE.
004370     MOVE WS-TOTAL-LINE TO ADJUST-REPORT-RECORD.
004380     WRITE ADJUST-REPORT-RECORD.
004390
004400     MOVE 'TRANSACTIONS REJECTED' TO TOT-LABEL.
004410     MOVE WS-REJECTED-COUNT TO TOT-VALUE.
004420     MOVE WS-TOTAL-LINE TO ADJUST-REPORT-RECORD.
004430     WRITE ADJUST-REPORT-RECORD.
004440
004450     MOVE 'TOTAL CREDITS FILED' TO AMT-LABEL.
004460     MOVE WS-CREDIT-AMOUNT TO AMT-VALUE.
004470     MOVE WS-AMOUNT-LINE TO ADJUST-REPORT-RECORD.
004480     WRITE ADJUST-REPORT-RECORD.
004490
004500     MOVE 'TOTAL DEBITS FILED' TO AMT-LABEL.
004510     MOVE WS-DEBIT-AMOUNT TO AMT-VALUE.
004520     MOVE WS-AMOUNT-LINE TO ADJUST-REPORT-RECORD.
004530     WRITE ADJUST-REPORT-RECORD.
004540
004550     COMPUTE WS-BALANCE-COUNT =
004560         WS-CREDIT-COUNT + WS-DEBIT-COUNT + WS-REJECTED-COUNT.
004570     IF WS-BALANCE-COUNT = WS-CARDS-READ
004580         MOVE 'ADJUSTMENTS IN BALANCE - ALL ACCOUNTED'
004590             TO TOT-LABEL
004600     ELSE
004610         MOVE '** ADJUSTMENT RUN OUT OF BALANCE **' TO TOT-LABEL
004620         DISPLAY '*** PRIMEBILLADJ OUT OF BALANCE - SEE'
004630             ' ADJRPT ***'
004640         MOVE 8 TO RETURN-CODE
004650     END-IF.
004660     MOVE WS-BALANCE-COUNT TO TOT-VALUE.
004670     MOVE WS-TOTAL-LINE TO ADJUST-REPORT-RECORD.
004680     WRITE ADJUST-REPORT-RECORD.
004690 8000-EXIT.
004700     EXIT.
