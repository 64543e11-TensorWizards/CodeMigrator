000100******************************************************************
000110* PRIMSTOM.CBL
000120**
000130* PROGRAM-ID  : PRIMESTANDMAINT
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-10-15
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     MAINTENANCE FOR THE STANDING ORDER FILE (PRMSTO).  A
000210*     DEPARTMENT THAT WANTS THE SAME RANGE SCAN OR NEXT-PRIME RUN
000220*     EVERY DAY, WEEK OR MONTH IS SET UP ONCE HERE, AND
000230*     PRIMESCHEDULE CUTS THE PRMCTL CARD ON EACH NIGHT IT FALLS
000240*     DUE.  A STACK OF TRANSACTION CARDS ON STOTXN IS APPLIED IN
000250*     SEQUENCE - 'A' ADDS A STANDING ORDER, 'C' CHANGES ONE (ANY
000260*     FIELD LEFT BLANK ON THE CARD KEEPS ITS VALUE), 'X' CANCELS
000270*     ONE.  A CANCELLED ORDER STAYS ON FILE WITH ITS DATES AND
000280*     RUN COUNT, AND ITS ID IS NOT REUSED.  THE CARD IS EDITED
000290*     HERE THE WAY PRIMECHECKER WILL TAKE IT - RUN MODE, RANGE,
000300*     A DEPT CODE ON PRMDEPT AND ACTIVE - SO A BAD ORDER IS
000310*     REFUSED AT THE DESK, NOT IN THE MIDDLE OF THE NIGHT.  EVERY
000320*     CARD LANDS ON THE MAINTENANCE REPORT WITH ITS DISPOSITION,
000330*     AN APPLIED ADD OR CHANGE IS FOLLOWED BY THE ORDER AS IT NOW
000340*     STANDS, AND THE RUN CLOSES WITH CONTROL TOTALS PROVING
000350*     EVERY CARD READ WAS APPLIED OR REJECTED, NEVER DROPPED.
000360**
000370* MOD-HISTORY
000380*   DATE        INIT  DESCRIPTION
000390*   ----------  ----  --------------------------------------------
000400*   2026-10-15  JHT   ORIGINAL VERSION.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. PrimeStandMaint.
000440 AUTHOR. J. H. TARRANT.
000450 INSTALLATION. DATA CENTER SERVICES.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED. 2026-10-15.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT STAND-TRANS-FILE ASSIGN TO STOTXN
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRANS-STATUS.
000550
000560     SELECT STANDING-ORDER-FILE ASSIGN TO PRMSTO
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS STO-ORDER-ID
000600         FILE STATUS IS WS-ORDER-STATUS.
000610
000620     SELECT DEPT-REFERENCE-FILE ASSIGN TO PRMDEPT
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS DPT-CODE
000660         FILE STATUS IS WS-DEPT-STATUS.
000670
000680     SELECT STAND-REPORT-FILE ASSIGN TO STORPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REPORT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740*-----------------------------------------------------------------
000750* TRANSACTION CARD - ONE STANDING ORDER ACTION PER CARD.  ON AN
000760* ADD, MODE, DEPT AND FREQUENCY ARE REQUIRED; A BLANK START DATE
000770* IS TODAY AND A BLANK END DATE RUNS UNTIL CANCELLED.  ON A
000780* CHANGE ONLY THE FIELDS PUNCHED ARE CHANGED - AN END DATE OF
000790* ZEROES MAKES THE ORDER OPEN-ENDED AGAIN.  A CANCEL NEEDS ONLY
000800* THE ORDER ID.  THE RUN DAY IS THE WEEKDAY (1 = MONDAY) OF A
000810* WEEKLY ORDER OR THE DAY OF THE MONTH OF A MONTHLY ONE.
000820*-----------------------------------------------------------------
000830 FD  STAND-TRANS-FILE.
000840 01  STAND-TRANS-RECORD.
000850     05  TXN-ACTION                  PIC X(01).
000860         88  TXN-IS-ADD              VALUE 'A'.
000870         88  TXN-IS-CHANGE           VALUE 'C'.
000880         88  TXN-IS-CANCEL           VALUE 'X'.
000890     05  TXN-ORDER-ID                PIC X(08).
000900     05  TXN-RUN-MODE                PIC X(01).
000910     05  TXN-FROM-X                  PIC X(09).
000920     05  TXN-FROM-NUM REDEFINES TXN-FROM-X
000930                                     PIC 9(09).
000940     05  TXN-TO-X                    PIC X(09).
000950     05  TXN-TO-NUM REDEFINES TXN-TO-X
000960                                     PIC 9(09).
000970     05  TXN-DEPT-CODE               PIC X(04).
000980     05  TXN-REF-ID                  PIC X(12).
000990     05  TXN-FREQUENCY               PIC X(01).
001000     05  TXN-RUN-DAY-X               PIC X(02).
001010     05  TXN-RUN-DAY REDEFINES TXN-RUN-DAY-X
001020                                     PIC 9(02).
001030     05  TXN-START-X                 PIC X(08).
001040     05  TXN-START-DATE REDEFINES TXN-START-X
001050                                     PIC 9(08).
001060     05  TXN-END-X                   PIC X(08).
001070     05  TXN-END-DATE REDEFINES TXN-END-X
001080                                     PIC 9(08).
001090     05  FILLER                      PIC X(17).
001100
001110*-----------------------------------------------------------------
001120* STANDING ORDER FILE - SHARED LAYOUT WITH PRIMESCHEDULE VIA
001130* COPYBOOK SO THE PROGRAMS NEVER DRIFT APART.
001140*-----------------------------------------------------------------
001150 FD  STANDING-ORDER-FILE.
001160 01  STANDING-ORDER-RECORD.
001170     COPY PRMSTOR.
001180
001190 FD  DEPT-REFERENCE-FILE.
001200 01  DEPT-REFERENCE-RECORD.
001210     COPY PRMDPTR.
001220
001230 FD  STAND-REPORT-FILE.
001240 01  STAND-REPORT-RECORD             PIC X(80).
001250
001260 WORKING-STORAGE SECTION.
001270*-----------------------------------------------------------------
001280* FILE STATUS SWITCHES
001290*-----------------------------------------------------------------
001300 01  WS-FILE-STATUSES.
001310     05  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001320         88  TRANS-STATUS-OK         VALUE '00'.
001330     05  WS-ORDER-STATUS             PIC X(02) VALUE SPACES.
001340         88  ORDER-STATUS-OK         VALUE '00'.
001350     05  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
001360         88  DEPT-STATUS-OK          VALUE '00'.
001370     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001380         88  REPORT-STATUS-OK        VALUE '00'.
001390
001400 01  WS-SWITCHES.
001410     05  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
001420         88  END-OF-TRANSACTIONS     VALUE 'Y'.
001430     05  WS-ON-FILE-SW               PIC X(01) VALUE 'N'.
001440         88  ORDER-IS-ON-FILE        VALUE 'Y'.
001450     05  WS-DEPT-AVAIL-SW            PIC X(01) VALUE 'N'.
001460         88  DEPT-FILE-AVAILABLE     VALUE 'Y'.
001470
001480 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001490 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001500 01  WS-DATE-INT                     PIC 9(09) COMP-3 VALUE ZERO.
001510 01  WS-FREQ-TEXT                    PIC X(14) VALUE SPACES.
001520
001530*-----------------------------------------------------------------
001540* WEEKDAY NAMES FOR THE REPORT - 1 = MONDAY THROUGH 7 = SUNDAY,
001550* THE SAME NUMBERING THE RUN DAY OF A WEEKLY ORDER USES.
001560*-----------------------------------------------------------------
001570 01  WS-DAY-NAME-VALUES              PIC X(21)
001580         VALUE 'MONTUEWEDTHUFRISATSUN'.
001590 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001600     05  WS-DAY-NAME                 PIC X(03) OCCURS 7 TIMES.
001610
001620*-----------------------------------------------------------------
001630* MAINTENANCE CONTROL COUNTERS - EVERY CARD READ MUST LAND IN
001640* EXACTLY ONE OF THE APPLIED OR REJECTED BUCKETS.
001650*-----------------------------------------------------------------
001660 01  WS-COUNTERS.
001670     05  WS-CARDS-READ               PIC 9(09) COMP-3 VALUE ZERO.
001680     05  WS-ADDED-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001690     05  WS-CHANGED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001700     05  WS-CANCELLED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001710     05  WS-REJECTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001720     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001730
001740*-----------------------------------------------------------------
001750* MAINTENANCE REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE,
001760* MOVED TO THE FD RECORD IMMEDIATELY BEFORE EACH WRITE.
001770*-----------------------------------------------------------------
001780 01  WS-ACTION-LINE.
001790     05  ACT-ACTION                  PIC X(01) VALUE SPACES.
001800     05  FILLER                      PIC X(01) VALUE SPACES.
001810     05  ACT-ORDER-ID                PIC X(08) VALUE SPACES.
001820     05  FILLER                      PIC X(01) VALUE SPACES.
001830     05  ACT-DEPT-CODE               PIC X(04) VALUE SPACES.
001840     05  FILLER                      PIC X(01) VALUE SPACES.
001850     05  ACT-REF-ID                  PIC X(12) VALUE SPACES.
001860     05  FILLER                      PIC X(01) VALUE SPACES.
001870     05  ACT-DISPOSITION             PIC X(30) VALUE SPACES.
001880     05  FILLER                      PIC X(21) VALUE SPACES.
001890
001900 01  WS-ORDER-LINE.
001910     05  FILLER                      PIC X(11) VALUE SPACES.
001920     05  ORD-MODE-TEXT               PIC X(10) VALUE SPACES.
001930     05  FILLER                      PIC X(01) VALUE SPACES.
001940     05  ORD-FROM-NUM                PIC 9(09) VALUE ZERO.
001950     05  ORD-DASH                    PIC X(01) VALUE SPACES.
001960     05  ORD-TO-NUM                  PIC 9(09) VALUE ZERO.
001970     05  FILLER                      PIC X(01) VALUE SPACES.
001980     05  ORD-FREQ-TEXT               PIC X(14) VALUE SPACES.
001990     05  FILLER                      PIC X(01) VALUE SPACES.
002000     05  ORD-START-DATE              PIC 9(08) VALUE ZERO.
002010     05  ORD-TO-WORD                 PIC X(04) VALUE SPACES.
002020     05  ORD-END-TEXT                PIC X(08) VALUE SPACES.
002030     05  FILLER                      PIC X(03) VALUE SPACES.
002040
002050 01  WS-TOTAL-LINE.
002060     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
002070     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002080     05  FILLER                      PIC X(31) VALUE SPACES.
002090
002100 PROCEDURE DIVISION.
002110
002120******************************************************************
002130* 0000-MAIN-PARA
002140* MAINLINE - APPLY EVERY STANDING ORDER CARD IN SEQUENCE AND
002150* PROVE THE RUN ON THE MAINTENANCE REPORT CONTROL TOTALS.
002160******************************************************************
002170 0000-MAIN-PARA.
002180     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
002190     PERFORM 2000-READ-TRANS-PARA THRU 2000-EXIT
002200         UNTIL END-OF-TRANSACTIONS.
002210     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
002220     CLOSE STAND-TRANS-FILE.
002230     CLOSE STANDING-ORDER-FILE.
002240     IF DEPT-FILE-AVAILABLE
002250         CLOSE DEPT-REFERENCE-FILE
002260     END-IF.
002270     CLOSE STAND-REPORT-FILE.
002280     STOP RUN.
002290
002300******************************************************************
002310* 1000-INITIALIZE-PARA
002320* OPENS THE TRANSACTION STACK, THE STANDING ORDER FILE (CREATED
002330* ON FIRST USE VIA THE OPEN-OUTPUT FALLBACK IDIOM), THE DEPT
002340* REFERENCE MASTER, AND THE REPORT.  AN UNOPENABLE PRMDEPT
002350* DEGRADES TO ACCEPTING DEPT CODES UNVERIFIED, AS PRIMECHECKER
002360* DOES - PRIMESCHEDULE CHECKS THE CODE AGAIN EVERY NIGHT IT
002370* CUTS A CARD.
002380******************************************************************
002390 1000-INITIALIZE-PARA.
002400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002410     OPEN INPUT STAND-TRANS-FILE.
002420     IF NOT TRANS-STATUS-OK
002430         DISPLAY 'STAND-TRANS-FILE (STOTXN) COULD NOT BE OPENED'
002440             ' - STATUS ' WS-TRANS-STATUS
002450         DISPLAY 'STANDING ORDER RUN TERMINATED - NO CARDS'
002460             ' APPLIED'
002464         MOVE 8 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490     OPEN I-O STANDING-ORDER-FILE.
002500     IF NOT ORDER-STATUS-OK
002510         OPEN OUTPUT STANDING-ORDER-FILE
002520         CLOSE STANDING-ORDER-FILE
002530         OPEN I-O STANDING-ORDER-FILE
002540     END-IF.
002550     IF NOT ORDER-STATUS-OK
002560         DISPLAY 'STANDING-ORDER-FILE (PRMSTO) COULD NOT BE'
002570             ' OPENED - STATUS ' WS-ORDER-STATUS
002580         DISPLAY 'STANDING ORDER RUN TERMINATED - NO CARDS'
002590             ' APPLIED'
002594         MOVE 8 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     OPEN INPUT DEPT-REFERENCE-FILE.
002630     IF DEPT-STATUS-OK
002640         SET DEPT-FILE-AVAILABLE TO TRUE
002650     ELSE
002660         DISPLAY 'DEPT-REFERENCE-FILE (PRMDEPT) COULD NOT BE'
002670             ' OPENED - STATUS ' WS-DEPT-STATUS
002680         DISPLAY 'DEPT CODES ON STANDING ORDERS ACCEPTED'
002690             ' UNVERIFIED'
002700     END-IF.
002710     OPEN OUTPUT STAND-REPORT-FILE.
002720     IF NOT REPORT-STATUS-OK
002730         DISPLAY 'STAND-REPORT-FILE (STORPT) COULD NOT BE'
002740             ' OPENED - STATUS ' WS-REPORT-STATUS
002750         DISPLAY 'STANDING ORDER RUN TERMINATED - NO CARDS'
002760             ' APPLIED'
002764         MOVE 8 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790 1000-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830* 2000-READ-TRANS-PARA
002840* READS ONE STANDING ORDER CARD.  A BLANK CARD ENDS THE STACK.
002850******************************************************************
002860 2000-READ-TRANS-PARA.
002870     READ STAND-TRANS-FILE
002880         AT END
002890             SET END-OF-TRANSACTIONS TO TRUE
002900         NOT AT END
002910             IF STAND-TRANS-RECORD = SPACES
002920                 SET END-OF-TRANSACTIONS TO TRUE
002930             ELSE
002940                 ADD 1 TO WS-CARDS-READ
002950                 PERFORM 3000-APPLY-TRANS-PARA THRU 3000-EXIT
002960             END-IF
002970     END-READ.
002980 2000-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020* 3000-APPLY-TRANS-PARA
003030* APPLIES ONE STANDING ORDER CARD - VALIDATES THE PARTS EVERY
003040* CARD NEEDS, ROUTES ON THE ACTION CODE, AND REPORTS THE
003050* DISPOSITION.
003060******************************************************************
003070 3000-APPLY-TRANS-PARA.
003080     MOVE SPACES TO WS-REJECT-REASON.
003090     PERFORM 3050-EDIT-CARD-PARA THRU 3050-EXIT.
003100     IF WS-REJECT-REASON = SPACES
003110         EVALUATE TRUE
003120             WHEN TXN-IS-ADD
003130                 PERFORM 3100-ADD-ORDER-PARA THRU 3100-EXIT
003140             WHEN TXN-IS-CHANGE
003150                 PERFORM 3200-CHANGE-ORDER-PARA THRU 3200-EXIT
003160             WHEN TXN-IS-CANCEL
003170                 PERFORM 3300-CANCEL-ORDER-PARA THRU 3300-EXIT
003180         END-EVALUATE
003190     END-IF.
003200     IF WS-REJECT-REASON NOT = SPACES
003210         ADD 1 TO WS-REJECTED-COUNT
003220         PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
003230     END-IF.
003240 3000-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 3050-EDIT-CARD-PARA
003290* THE ACTION AND ORDER ID ARE NEEDED ON EVERY CARD, AND ANY
003300* NUMBER OR DATE PUNCHED MUST BE NUMERIC.  WHAT THE ORDER AS A
003310* WHOLE MUST SATISFY IS LEFT TO 3500, ONCE THE CARD HAS BEEN
003320* LAID OVER WHAT IS ALREADY ON FILE.
003330******************************************************************
003340 3050-EDIT-CARD-PARA.
003350     IF NOT TXN-IS-ADD AND NOT TXN-IS-CHANGE
003360        AND NOT TXN-IS-CANCEL
003370         MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
003380         GO TO 3050-EXIT
003390     END-IF.
003400     IF TXN-ORDER-ID = SPACES
003410         MOVE 'ORDER ID REQUIRED' TO WS-REJECT-REASON
003420         GO TO 3050-EXIT
003430     END-IF.
003440     IF TXN-FROM-X NOT = SPACES AND TXN-FROM-NUM NOT NUMERIC
003450         MOVE 'FROM NUMBER NOT NUMERIC' TO WS-REJECT-REASON
003460         GO TO 3050-EXIT
003470     END-IF.
003480     IF TXN-TO-X NOT = SPACES AND TXN-TO-NUM NOT NUMERIC
003490         MOVE 'TO NUMBER NOT NUMERIC' TO WS-REJECT-REASON
003500         GO TO 3050-EXIT
003510     END-IF.
003520     IF TXN-RUN-DAY-X NOT = SPACES AND TXN-RUN-DAY NOT NUMERIC
003530         MOVE 'RUN DAY NOT NUMERIC' TO WS-REJECT-REASON
003540         GO TO 3050-EXIT
003550     END-IF.
003560     IF TXN-START-X NOT = SPACES AND TXN-START-DATE NOT NUMERIC
003570         MOVE 'START DATE NOT NUMERIC' TO WS-REJECT-REASON
003580         GO TO 3050-EXIT
003590     END-IF.
003600     IF TXN-END-X NOT = SPACES AND TXN-END-DATE NOT NUMERIC
003610         MOVE 'END DATE NOT NUMERIC' TO WS-REJECT-REASON
003620         GO TO 3050-EXIT
003630     END-IF.
003640     PERFORM 3600-READ-ORDER-PARA THRU 3600-EXIT.
003650 3050-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690* 3100-ADD-ORDER-PARA
003700* ADDS A STANDING ORDER.  AN ID ALREADY ON FILE IS REFUSED EVEN
003710* WHEN THAT ORDER WAS CANCELLED - ITS HISTORY STAYS WITH IT.
003720******************************************************************
003730 3100-ADD-ORDER-PARA.
003740     IF ORDER-IS-ON-FILE
003750         MOVE 'ORDER ID ALREADY ON FILE' TO WS-REJECT-REASON
003760         GO TO 3100-EXIT
003770     END-IF.
003780     MOVE SPACES TO STANDING-ORDER-RECORD.
003790     MOVE TXN-ORDER-ID TO STO-ORDER-ID.
003800     SET STO-IS-ACTIVE TO TRUE.
003810     MOVE ZERO TO STO-FROM-NUM.
003820     MOVE ZERO TO STO-TO-NUM.
003830     MOVE ZERO TO STO-RUN-DAY.
003840     MOVE WS-TODAY-DATE TO STO-START-DATE.
003850     MOVE ZERO TO STO-END-DATE.
003860     MOVE WS-TODAY-DATE TO STO-ADDED-DATE.
003870     MOVE ZERO TO STO-CHANGED-DATE.
003880     MOVE ZERO TO STO-CANCEL-DATE.
003890     MOVE ZERO TO STO-LAST-RUN-DATE.
003900     MOVE ZERO TO STO-RUN-COUNT.
003910     PERFORM 3400-LAY-CARD-PARA THRU 3400-EXIT.
003920     PERFORM 3500-EDIT-ORDER-PARA THRU 3500-EXIT.
003930     IF WS-REJECT-REASON NOT = SPACES
003940         GO TO 3100-EXIT
003950     END-IF.
003960     WRITE STANDING-ORDER-RECORD
003970         INVALID KEY
003980             MOVE 'WRITE FAILED' TO WS-REJECT-REASON
003990         NOT INVALID KEY
004000             ADD 1 TO WS-ADDED-COUNT
004010             PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
004020             PERFORM 7100-WRITE-ORDER-PARA THRU 7100-EXIT
004030     END-WRITE.
004040 3100-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080* 3200-CHANGE-ORDER-PARA
004090* CHANGES A STANDING ORDER - THE FIELDS PUNCHED ON THE CARD ARE
004100* LAID OVER THE RECORD AND THE ORDER IS EDITED AGAIN AS A WHOLE.
004110* A CANCELLED ORDER IS NOT REVIVED BY A CHANGE; ADD A NEW ONE.
004120******************************************************************
004130 3200-CHANGE-ORDER-PARA.
004140     IF NOT ORDER-IS-ON-FILE
004150         MOVE 'NO SUCH STANDING ORDER' TO WS-REJECT-REASON
004160         GO TO 3200-EXIT
004170     END-IF.
004180     IF STO-IS-CANCELLED
004190         MOVE 'STANDING ORDER IS CANCELLED' TO WS-REJECT-REASON
004200         GO TO 3200-EXIT
004210     END-IF.
004220     PERFORM 3400-LAY-CARD-PARA THRU 3400-EXIT.
004230     PERFORM 3500-EDIT-ORDER-PARA THRU 3500-EXIT.
004240     IF WS-REJECT-REASON NOT = SPACES
004250         GO TO 3200-EXIT
004260     END-IF.
004270     MOVE WS-TODAY-DATE TO STO-CHANGED-DATE.
004280     REWRITE STANDING-ORDER-RECORD
004290         INVALID KEY
004300             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004310         NOT INVALID KEY
004320             ADD 1 TO WS-CHANGED-COUNT
004330             PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
004340             PERFORM 7100-WRITE-ORDER-PARA THRU 7100-EXIT
004350     END-REWRITE.
004360 3200-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400* 3300-CANCEL-ORDER-PARA
004410* CANCELS A STANDING ORDER.  THE RECORD STAYS ON FILE, MARKED
004420* CANCELLED WITH THE DATE, AND NO CARD IS CUT FOR IT AGAIN.
004430******************************************************************
004440 3300-CANCEL-ORDER-PARA.
004450     IF NOT ORDER-IS-ON-FILE
004460         MOVE 'NO SUCH STANDING ORDER' TO WS-REJECT-REASON
004470         GO TO 3300-EXIT
004480     END-IF.
004490     IF STO-IS-CANCELLED
004500         MOVE 'ORDER ALREADY CANCELLED' TO WS-REJECT-REASON
004510         GO TO 3300-EXIT
004520     END-IF.
004530     SET STO-IS-CANCELLED TO TRUE.
004540     MOVE WS-TODAY-DATE TO STO-CANCEL-DATE.
004550     REWRITE STANDING-ORDER-RECORD
004560         INVALID KEY
004570             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004580         NOT INVALID KEY
004590             ADD 1 TO WS-CANCELLED-COUNT
004600             PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
004610     END-REWRITE.
004620 3300-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 3400-LAY-CARD-PARA
004670* LAYS EVERY FIELD PUNCHED ON THE CARD OVER THE RECORD AREA.  A
004680* BLANK FIELD LEAVES WHAT IS THERE - THE DEFAULTS ON AN ADD, THE
004690* VALUE ON FILE ON A CHANGE.
004700******************************************************************
004710 3400-LAY-CARD-PARA.
004720     IF TXN-RUN-MODE NOT = SPACES
004730         MOVE TXN-RUN-MODE TO STO-RUN-MODE
004740     END-IF.
004750     IF TXN-FROM-X NOT = SPACES
004760         MOVE TXN-FROM-NUM TO STO-FROM-NUM
004770     END-IF.
004780     IF TXN-TO-X NOT = SPACES
004790         MOVE TXN-TO-NUM TO STO-TO-NUM
004800     END-IF.
004810     IF TXN-DEPT-CODE NOT = SPACES
004820         MOVE TXN-DEPT-CODE TO STO-DEPT-CODE
004830     END-IF.
004840     IF TXN-REF-ID NOT = SPACES
004850         MOVE TXN-REF-ID TO STO-REF-ID
004860     END-IF.
004870     IF TXN-FREQUENCY NOT = SPACES
004880         MOVE TXN-FREQUENCY TO STO-FREQUENCY
004890     END-IF.
004900     IF TXN-RUN-DAY-X NOT = SPACES
004910         MOVE TXN-RUN-DAY TO STO-RUN-DAY
004920     END-IF.
004930     IF TXN-START-X NOT = SPACES
004940         MOVE TXN-START-DATE TO STO-START-DATE
004950     END-IF.
004960     IF TXN-END-X NOT = SPACES
004970         MOVE TXN-END-DATE TO STO-END-DATE
004980     END-IF.
004990 3400-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 3500-EDIT-ORDER-PARA
005040* THE ORDER AS IT WOULD STAND MUST MAKE A CARD PRIMECHECKER WILL
005050* RUN - A RANGE SCAN WITH FROM NOT PAST TO, OR A NEXT-PRIME
005060* SEARCH WITH NO RANGE; A SCHEDULE THAT CAN FALL DUE; AND A DEPT
005070* CODE ON PRMDEPT, ACTIVE AND NOT MERGED AWAY.
005080******************************************************************
005090 3500-EDIT-ORDER-PARA.
005100     EVALUATE TRUE
005110         WHEN STO-MODE-RANGE
005120             IF STO-FROM-NUM = ZERO
005130                 MOVE 'RANGE FROM NUMBER REQUIRED'
005140                     TO WS-REJECT-REASON
005150                 GO TO 3500-EXIT
005160             END-IF
005170             IF STO-FROM-NUM > STO-TO-NUM
005180                 MOVE 'RANGE FROM EXCEEDS TO' TO WS-REJECT-REASON
005190                 GO TO 3500-EXIT
005200             END-IF
005210         WHEN STO-MODE-NEXTPRIME
005220             IF STO-FROM-NUM NOT = ZERO
005230              OR STO-TO-NUM NOT = ZERO
005240                 MOVE 'NEXT-PRIME ORDER TAKES NO RANGE'
005250                     TO WS-REJECT-REASON
005260                 GO TO 3500-EXIT
005270             END-IF
005280         WHEN OTHER
005290             MOVE 'RUN MODE MUST BE 3 OR 4' TO WS-REJECT-REASON
005300             GO TO 3500-EXIT
005310     END-EVALUATE.
005320     EVALUATE TRUE
005330         WHEN STO-DAILY
005340             IF STO-RUN-DAY NOT = ZERO
005350                 MOVE 'DAILY ORDER TAKES NO RUN DAY'
005360                     TO WS-REJECT-REASON
005370                 GO TO 3500-EXIT
005380             END-IF
005390         WHEN STO-WEEKLY
005400             IF STO-RUN-DAY < 1 OR STO-RUN-DAY > 7
005410                 MOVE 'WEEKLY RUN DAY MUST BE 1-7'
005420                     TO WS-REJECT-REASON
005430                 GO TO 3500-EXIT
005440             END-IF
005450         WHEN STO-MONTHLY
005460             IF STO-RUN-DAY < 1 OR STO-RUN-DAY > 31
005470                 MOVE 'MONTHLY RUN DAY MUST BE 1-31'
005480                     TO WS-REJECT-REASON
005490                 GO TO 3500-EXIT
005500             END-IF
005510         WHEN OTHER
005520             MOVE 'FREQUENCY MUST BE D, W OR M'
005530                 TO WS-REJECT-REASON
005540             GO TO 3500-EXIT
005550     END-EVALUATE.
005560     COMPUTE WS-DATE-INT =
005570         FUNCTION INTEGER-OF-DATE(STO-START-DATE).
005580     IF WS-DATE-INT = ZERO
005590         MOVE 'START DATE IS NOT A DATE' TO WS-REJECT-REASON
005600         GO TO 3500-EXIT
005610     END-IF.
005620     IF STO-END-DATE NOT = ZERO
005630         COMPUTE WS-DATE-INT =
005640             FUNCTION INTEGER-OF-DATE(STO-END-DATE)
005650         IF WS-DATE-INT = ZERO
005660             MOVE 'END DATE IS NOT A DATE' TO WS-REJECT-REASON
005670             GO TO 3500-EXIT
005680         END-IF
005690         IF STO-END-DATE < STO-START-DATE
005700             MOVE 'END DATE BEFORE START DATE'
005710                 TO WS-REJECT-REASON
005720             GO TO 3500-EXIT
005730         END-IF
005740         IF STO-END-DATE < WS-TODAY-DATE
005750             MOVE 'END DATE ALREADY PAST' TO WS-REJECT-REASON
005760             GO TO 3500-EXIT
005770         END-IF
005780     END-IF.
005790     PERFORM 3550-EDIT-DEPT-PARA THRU 3550-EXIT.
005800 3500-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 3550-EDIT-DEPT-PARA
005850* THE DEPT CODE MUST BE ON PRMDEPT AND ACTIVE.  A CODE ALREADY
005860* MERGED IS REFUSED NAMING ITS SUCCESSOR, SO THE ORDER IS SET UP
005870* UNDER THE CODE IT WILL BE BILLED TO.
005880******************************************************************
005890 3550-EDIT-DEPT-PARA.
005900     IF STO-DEPT-CODE = SPACES
005910         MOVE 'DEPT CODE REQUIRED' TO WS-REJECT-REASON
005920         GO TO 3550-EXIT
005930     END-IF.
005940     IF NOT DEPT-FILE-AVAILABLE
005950         GO TO 3550-EXIT
005960     END-IF.
005970     MOVE STO-DEPT-CODE TO DPT-CODE.
005980     READ DEPT-REFERENCE-FILE
005990         INVALID KEY
006000             MOVE 'DEPT NOT ON PRMDEPT' TO WS-REJECT-REASON
006010             GO TO 3550-EXIT
006020     END-READ.
006030     IF DPT-SUCCESSOR-CODE NOT = SPACES
006040        AND DPT-MERGE-DATE NUMERIC
006050        AND DPT-MERGE-DATE NOT > WS-TODAY-DATE
006060         STRING 'DEPT MERGED - USE ' DELIMITED BY SIZE
006070                DPT-SUCCESSOR-CODE DELIMITED BY SIZE
006080             INTO WS-REJECT-REASON
006090         GO TO 3550-EXIT
006100     END-IF.
006110     IF NOT DPT-IS-ACTIVE
006120         MOVE 'DEPT IS INACTIVE' TO WS-REJECT-REASON
006130     END-IF.
006140 3550-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 3600-READ-ORDER-PARA
006190* KEYED READ OF THE STANDING ORDER FILE FOR THE CARD'S ORDER ID.
006200******************************************************************
006210 3600-READ-ORDER-PARA.
006220     MOVE 'N' TO WS-ON-FILE-SW.
006230     MOVE TXN-ORDER-ID TO STO-ORDER-ID.
006240     READ STANDING-ORDER-FILE
006250         INVALID KEY
006260             CONTINUE
006270         NOT INVALID KEY
006280             SET ORDER-IS-ON-FILE TO TRUE
006290     END-READ.
006300 3600-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340* 7000-WRITE-ACTION-PARA
006350* ONE REPORT LINE PER CARD - THE ACTION, THE ORDER, ITS DEPT AND
006360* REFERENCE AS PUNCHED, AND THE DISPOSITION.
006370******************************************************************
006380 7000-WRITE-ACTION-PARA.
006390     MOVE SPACES TO WS-ACTION-LINE.
006400     MOVE TXN-ACTION TO ACT-ACTION.
006410     MOVE TXN-ORDER-ID TO ACT-ORDER-ID.
006420     MOVE TXN-DEPT-CODE TO ACT-DEPT-CODE.
006430     MOVE TXN-REF-ID TO ACT-REF-ID.
006440     IF WS-REJECT-REASON = SPACES
006450         EVALUATE TRUE
006460             WHEN TXN-IS-ADD
006470                 MOVE 'STANDING ORDER ADDED' TO ACT-DISPOSITION
006480             WHEN TXN-IS-CHANGE
006490                 MOVE 'STANDING ORDER CHANGED' TO ACT-DISPOSITION
006500             WHEN OTHER
006510                 MOVE 'STANDING ORDER CANCELLED'
006520                     TO ACT-DISPOSITION
006530         END-EVALUATE
006540     ELSE
006550         MOVE WS-REJECT-REASON TO ACT-DISPOSITION
006560     END-IF.
006570     MOVE WS-ACTION-LINE TO STAND-REPORT-RECORD.
006580     WRITE STAND-REPORT-RECORD.
006590 7000-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 7100-WRITE-ORDER-PARA
006640* FOLLOWS AN APPLIED ADD OR CHANGE WITH THE ORDER AS IT NOW
006650* STANDS - THE CARD IT CUTS AND WHEN IT CUTS IT - SO THE CLERK
006660* CAN CHECK IT AGAINST THE REQUEST.
006670******************************************************************
006680 7100-WRITE-ORDER-PARA.
006690     MOVE SPACES TO WS-ORDER-LINE.
006700     IF STO-MODE-RANGE
006710         MOVE 'RANGE SCAN' TO ORD-MODE-TEXT
006720         MOVE STO-FROM-NUM TO ORD-FROM-NUM
006730         MOVE '-' TO ORD-DASH
006740         MOVE STO-TO-NUM TO ORD-TO-NUM
006750     ELSE
006760         MOVE 'NEXT-PRIME' TO ORD-MODE-TEXT
006770     END-IF.
006780     PERFORM 7150-BUILD-FREQ-PARA THRU 7150-EXIT.
006790     MOVE WS-FREQ-TEXT TO ORD-FREQ-TEXT.
006800     MOVE STO-START-DATE TO ORD-START-DATE.
006810     MOVE ' TO ' TO ORD-TO-WORD.
006820     IF STO-END-DATE = ZERO
006830         MOVE 'OPEN' TO ORD-END-TEXT
006840     ELSE
006850         MOVE STO-END-DATE TO ORD-END-TEXT
006860     END-IF.
006870     MOVE WS-ORDER-LINE TO STAND-REPORT-RECORD.
006880     WRITE STAND-REPORT-RECORD.
006890 7100-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930* 7150-BUILD-FREQ-PARA
006940* SPELLS OUT THE SCHEDULE - DAILY, WEEKLY ON A NAMED WEEKDAY, OR
006950* MONTHLY ON A DAY OF THE MONTH.
006960******************************************************************
006970 7150-BUILD-FREQ-PARA.
006980     MOVE SPACES TO WS-FREQ-TEXT.
006990     EVALUATE TRUE
007000         WHEN STO-DAILY
007010             MOVE 'DAILY' TO WS-FREQ-TEXT
007020         WHEN STO-WEEKLY
007030             STRING 'WEEKLY ON ' DELIMITED BY SIZE
007040                    WS-DAY-NAME(STO-RUN-DAY) DELIMITED BY SIZE
007050                 INTO WS-FREQ-TEXT
007060         WHEN OTHER
007070             STRING 'MONTHLY DAY ' DELIMITED BY SIZE
007080                    STO-RUN-DAY DELIMITED BY SIZE
007090                 INTO WS-FREQ-TEXT
007100     END-EVALUATE.
007110 7150-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150* 8000-TOTALS-PARA
007160* MAINTENANCE CONTROL TOTALS - CARDS READ MUST EQUAL ADDED PLUS
007170* CHANGED PLUS CANCELLED PLUS REJECTED, PROVING NO TRANSACTION
007180* WAS DROPPED.
007190******************************************************************
007200 8000-TOTALS-PARA.
007210     MOVE SPACES TO STAND-REPORT-RECORD.
007220     WRITE STAND-REPORT-RECORD.
007230
007240     MOVE 'STANDING ORDER CARDS READ' TO TOT-LABEL.
007250     MOVE WS-CARDS-READ TO TOT-VALUE.
007260     MOVE WS-TOTAL-LINE TO STAND-REPORT-RECORD.
007270     WRITE STAND-REPORT-RECORD.
007280
007290     MOVE 'STANDING ORDERS ADDED' TO TOT-LABEL.
007300     MOVE WS-ADDED-COUNT TO TOT-VALUE.
007310     MOVE WS-TOTAL-LINE TO STAND-REPORT-RECORD.
007320     WRITE STAND-REPORT-RECORD.
007330
007340     MOVE 'STANDING ORDERS CHANGED' TO TOT-LABEL.
007350     MOVE WS-CHANGED-COUNT TO TOT-VALUE.
007360     MOVE WS-TOTAL-LINE TO STAND-REPORT-RECORD.
007370     WRITE STAND-REPORT-RECORD.
007380
007390     MOVE 'STANDING ORDERS CANCELLED' TO TOT-LABEL.
007400     MOVE WS-CANCELLED-COUNT TO TOT-VALUE.
007410     MOVE WS-TOTAL-LINE TO STAND-REPORT-RECORD.
007420     WRITE STAND-REPORT-RECORD.
007430
007440     MOVE 'TRANSACTIONS REJECTED' TO TOT-LABEL.
007450     MOVE WS-REJECTED-COUNT TO TOT-VALUE.
007460     MOVE WS-TOTAL-LINE TO STAND-REPORT-RECORD.
007470     WRITE STAND-REPORT-RECORD.
007480
007490     COMPUTE WS-BALANCE-COUNT =
007500         WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-CANCELLED-COUNT
007510             + WS-REJECTED-COUNT.
007520     IF WS-BALANCE-COUNT = WS-CARDS-READ
007530         MOVE 'STANDING ORDER RUN IN BALANCE' TO TOT-LABEL
007540     ELSE
007550         MOVE '** STANDING ORDER RUN OUT OF BALANCE **'
007560             TO TOT-LABEL
007570         DISPLAY '*** PRIMESTANDMAINT OUT OF BALANCE - SEE'
007580             ' STORPT ***'
007590         MOVE 8 TO RETURN-CODE
007600     END-IF.
007610     MOVE WS-BALANCE-COUNT TO TOT-VALUE.
007620     MOVE WS-TOTAL-LINE TO STAND-REPORT-RECORD.
007630     WRITE STAND-REPORT-RECORD.
007640 8000-EXIT.
007650     EXIT.
