000100******************************************************************
000110* PRIMHOLD.CBL
000120**
000130* PROGRAM-ID  : PRIMELEGALHOLD
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-10-02
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     MAINTENANCE FOR THE LEGAL HOLD FILE (PRMHOLD).  WHEN
000210*     COMPLIANCE OPENS A DISPUTE OVER A NUMBER, ITS FULL CHECK
000220*     HISTORY MUST STAY ON THE LIVE AUDIT TRAIL UNTIL THE CASE
000230*     CLOSES, WHATEVER RETENTION DATE PRIMEARCHIVE IS RUN WITH.
000240*     A STACK OF TRANSACTION CARDS ON HLDTXN IS APPLIED IN
000250*     SEQUENCE - 'P' PLACES A HOLD UNDER A CASE NUMBER, 'R'
000260*     RELEASES IT - EACH CARRYING THE NAME OF THE REQUESTOR.
000270*     A RELEASED HOLD STAYS ON FILE, WITH WHO PLACED AND WHO
000280*     RELEASED IT AND WHEN, FOR THE HOLD REGISTER.  EVERY CARD
000290*     LANDS ON THE HOLD REPORT WITH ITS DISPOSITION, AND THE
000300*     RUN CLOSES WITH CONTROL TOTALS PROVING EVERY CARD READ WAS
000310*     APPLIED OR REJECTED, NEVER DROPPED.
000320**
000330* MOD-HISTORY
000340*   DATE        INIT  DESCRIPTION
000350*   ----------  ----  --------------------------------------------
000360*   2026-10-02  JHT   ORIGINAL VERSION.
000362*   2026-10-12  JHT   HOLD TYPE 'R' ACCEPTED - A HOLD ON A
000364*                     WORK-ORDER REFERENCE ID FREEZES EVERY AUDIT
000367*                     RECORD CARRYING IT, NOW THE TRAIL HAS ONE.
000368*   2026-10-15  JHT   RC 8 WHEN A FILE FAILS TO OPEN.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PrimeLegalHold.
000400 AUTHOR. J. H. TARRANT.
000410 INSTALLATION. DATA CENTER SERVICES.
000420 DATE-WRITTEN. 2026-10-02.
000430 DATE-COMPILED. 2026-10-02.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT HOLD-TRANS-FILE ASSIGN TO HLDTXN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-TRANS-STATUS.
000510
000520     SELECT LEGAL-HOLD-FILE ASSIGN TO PRMHOLD
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS LGH-KEY
000560         FILE STATUS IS WS-HOLD-STATUS.
000570
000580     SELECT HOLD-REPORT-FILE ASSIGN TO HLDRPT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*-----------------------------------------------------------------
000650* TRANSACTION CARD - ONE HOLD ACTION PER CARD.  THE HOLD TYPE
000660* SAYS WHAT THE VALUE COLUMN CARRIES - 'N' A NINE-DIGIT NUMBER,
000669* LEFT-JUSTIFIED, 'R' A WORK-ORDER REFERENCE ID.  THE CASE
000679* NUMBER AND THE REQUESTOR ARE REQUIRED ON EVERY CARD.
000690*-----------------------------------------------------------------
000700 FD  HOLD-TRANS-FILE.
000710 01  HOLD-TRANS-RECORD.
000720     05  TXN-ACTION                  PIC X(01).
000730         88  TXN-IS-PLACE            VALUE 'P'.
000740         88  TXN-IS-RELEASE          VALUE 'R'.
000750     05  TXN-HOLD-TYPE               PIC X(01).
000760         88  TXN-BY-NUMBER           VALUE 'N'.
000770         88  TXN-BY-REF              VALUE 'R'.
000780     05  TXN-HOLD-VALUE              PIC X(12).
000790     05  TXN-NUM-VIEW REDEFINES TXN-HOLD-VALUE.
000800         10  TXN-NUM                 PIC 9(09).
000810         10  TXN-NUM-PAD             PIC X(03).
000820     05  TXN-CASE-NUM                PIC X(12).
000830     05  TXN-REQUESTOR               PIC X(20).
000840     05  FILLER                      PIC X(34).
000850
000860*-----------------------------------------------------------------
000870* LEGAL HOLD FILE - SHARED LAYOUT WITH PRIMEARCHIVE AND THE
000880* INQUIRY PROGRAMS VIA COPYBOOK SO THE PROGRAMS NEVER DRIFT
000890* APART.
000900*-----------------------------------------------------------------
000910 FD  LEGAL-HOLD-FILE.
000920 01  LEGAL-HOLD-RECORD.
000930     COPY PRMLGHR.
000940
000950 FD  HOLD-REPORT-FILE.
000960 01  HOLD-REPORT-RECORD              PIC X(80).
000970
000980 WORKING-STORAGE SECTION.
000990*-----------------------------------------------------------------
001000* FILE STATUS SWITCHES
001010*-----------------------------------------------------------------
001020 01  WS-FILE-STATUSES.
001030     05  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001040         88  TRANS-STATUS-OK         VALUE '00'.
001050     05  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
001060         88  HOLD-STATUS-OK          VALUE '00'.
001070     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001080         88  REPORT-STATUS-OK        VALUE '00'.
001090
001100 01  WS-SWITCHES.
001110     05  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
001120         88  END-OF-TRANSACTIONS     VALUE 'Y'.
001130     05  WS-ON-FILE-SW               PIC X(01) VALUE 'N'.
001140         88  HOLD-IS-ON-FILE         VALUE 'Y'.
001150
001160 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001170 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001180
001190*-----------------------------------------------------------------
001200* HOLD CONTROL COUNTERS - EVERY CARD READ MUST LAND IN EXACTLY
001210* ONE OF THE APPLIED OR REJECTED BUCKETS.
001220*-----------------------------------------------------------------
001230 01  WS-COUNTERS.
001240     05  WS-CARDS-READ               PIC 9(09) COMP-3 VALUE ZERO.
001250     05  WS-PLACED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001260     05  WS-RELEASED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001270     05  WS-REJECTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001280     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001290
001300*-----------------------------------------------------------------
001310* HOLD REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE, MOVED TO
001320* THE FD RECORD IMMEDIATELY BEFORE EACH WRITE.
001330*-----------------------------------------------------------------
001340 01  WS-ACTION-LINE.
001350     05  ACT-ACTION                  PIC X(01) VALUE SPACES.
001360     05  FILLER                      PIC X(01) VALUE SPACES.
001370     05  ACT-HOLD-TYPE               PIC X(01) VALUE SPACES.
001380     05  FILLER                      PIC X(01) VALUE SPACES.
001390     05  ACT-HOLD-VALUE              PIC X(12) VALUE SPACES.
001400     05  FILLER                      PIC X(01) VALUE SPACES.
001410     05  ACT-CASE-NUM                PIC X(12) VALUE SPACES.
001420     05  FILLER                      PIC X(01) VALUE SPACES.
001430     05  ACT-REQUESTOR               PIC X(20) VALUE SPACES.
001440     05  FILLER                      PIC X(01) VALUE SPACES.
001450     05  ACT-DISPOSITION             PIC X(29) VALUE SPACES.
001460
001470 01  WS-TOTAL-LINE.
001480     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
001490     05  TOT-VALUE                   PIC ZZZZZZZZ9.
001500     05  FILLER                      PIC X(31) VALUE SPACES.
001510
001520 PROCEDURE DIVISION.
001530
001540******************************************************************
001550* 0000-MAIN-PARA
001560* MAINLINE - APPLY EVERY HOLD CARD IN SEQUENCE AND PROVE THE RUN
001570* ON THE HOLD REPORT CONTROL TOTALS.
001580******************************************************************
001590 0000-MAIN-PARA.
001600     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001610     PERFORM 2000-READ-TRANS-PARA THRU 2000-EXIT
001620         UNTIL END-OF-TRANSACTIONS.
001630     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
001640     CLOSE HOLD-TRANS-FILE.
001650     CLOSE LEGAL-HOLD-FILE.
001660     CLOSE HOLD-REPORT-FILE.
001670     STOP RUN.
001680
001690******************************************************************
001700* 1000-INITIALIZE-PARA
001710* OPENS THE TRANSACTION STACK, THE HOLD FILE (CREATED ON FIRST
001720* USE VIA THE OPEN-OUTPUT FALLBACK IDIOM), AND THE REPORT.
001730******************************************************************
001740 1000-INITIALIZE-PARA.
001750     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001760     OPEN INPUT HOLD-TRANS-FILE.
001770     IF NOT TRANS-STATUS-OK
001780         DISPLAY 'HOLD-TRANS-FILE (HLDTXN) COULD NOT BE OPENED'
001790             ' - STATUS ' WS-TRANS-STATUS
001800         DISPLAY 'HOLD RUN TERMINATED - NO CARDS APPLIED'
001804         MOVE 8 TO RETURN-CODE
001810         STOP RUN
001820     END-IF.
001830     OPEN I-O LEGAL-HOLD-FILE.
001840     IF NOT HOLD-STATUS-OK
001850         OPEN OUTPUT LEGAL-HOLD-FILE
001860         CLOSE LEGAL-HOLD-FILE
001870         OPEN I-O LEGAL-HOLD-FILE
001880     END-IF.
001890     IF NOT HOLD-STATUS-OK
001900         DISPLAY 'LEGAL-HOLD-FILE (PRMHOLD) COULD NOT BE'
001910             ' OPENED - STATUS ' WS-HOLD-STATUS
001920         DISPLAY 'HOLD RUN TERMINATED - NO CARDS APPLIED'
001924         MOVE 8 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     OPEN OUTPUT HOLD-REPORT-FILE.
001960     IF NOT REPORT-STATUS-OK
001970         DISPLAY 'HOLD-REPORT-FILE (HLDRPT) COULD NOT BE'
001980             ' OPENED - STATUS ' WS-REPORT-STATUS
001990         DISPLAY 'HOLD RUN TERMINATED - NO CARDS APPLIED'
001994         MOVE 8 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020 1000-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060* 2000-READ-TRANS-PARA
002070* READS ONE HOLD CARD.  A BLANK CARD ENDS THE STACK.
002080******************************************************************
002090 2000-READ-TRANS-PARA.
002100     READ HOLD-TRANS-FILE
002110         AT END
002120             SET END-OF-TRANSACTIONS TO TRUE
002130         NOT AT END
002140             IF HOLD-TRANS-RECORD = SPACES
002150                 SET END-OF-TRANSACTIONS TO TRUE
002160             ELSE
002170                 ADD 1 TO WS-CARDS-READ
002180                 PERFORM 3000-APPLY-TRANS-PARA THRU 3000-EXIT
002190             END-IF
002200     END-READ.
002210 2000-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250* 3000-APPLY-TRANS-PARA
002260* APPLIES ONE HOLD CARD - VALIDATES THE PARTS EVERY CARD NEEDS,
002270* ROUTES ON THE ACTION CODE, AND REPORTS THE DISPOSITION.
002280******************************************************************
002290 3000-APPLY-TRANS-PARA.
002300     MOVE SPACES TO WS-REJECT-REASON.
002310     PERFORM 3050-EDIT-CARD-PARA THRU 3050-EXIT.
002320     IF WS-REJECT-REASON = SPACES
002330         EVALUATE TRUE
002340             WHEN TXN-IS-PLACE
002350                 PERFORM 3100-PLACE-HOLD-PARA THRU 3100-EXIT
002360             WHEN TXN-IS-RELEASE
002370                 PERFORM 3200-RELEASE-HOLD-PARA THRU 3200-EXIT
002380         END-EVALUATE
002390     END-IF.
002400     IF WS-REJECT-REASON NOT = SPACES
002410         ADD 1 TO WS-REJECTED-COUNT
002420         PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
002430     END-IF.
002440 3000-EXIT.
002450     EXIT.
002460
002470******************************************************************
002480* 3050-EDIT-CARD-PARA
002490* A HOLD MUST NAME WHAT IT FREEZES, THE CASE IT FREEZES IT FOR,
002499* AND WHO ASKED - COMPLIANCE ANSWERS FOR EVERY ONE OF THEM.  A
002509* HOLD FREEZES A NUMBER, OR A WORK-ORDER REFERENCE NOW THAT THE
002519* AUDIT TRAIL CARRIES ONE ON EACH CHECK.
002530******************************************************************
002540 3050-EDIT-CARD-PARA.
002550     IF NOT TXN-IS-PLACE AND NOT TXN-IS-RELEASE
002560         MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
002570         GO TO 3050-EXIT
002580     END-IF.
002590     EVALUATE TRUE
002600         WHEN TXN-BY-NUMBER
002610             IF TXN-NUM NOT NUMERIC
002620              OR TXN-NUM-PAD NOT = SPACES
002630                 MOVE 'NUMBER NOT NUMERIC' TO WS-REJECT-REASON
002640                 GO TO 3050-EXIT
002650             END-IF
002660         WHEN TXN-BY-REF
002667             IF TXN-HOLD-VALUE = SPACES
002675                 MOVE 'REFERENCE ID REQUIRED' TO WS-REJECT-REASON
002684                 GO TO 3050-EXIT
002692             END-IF
002700         WHEN OTHER
002710             MOVE 'UNKNOWN HOLD TYPE' TO WS-REJECT-REASON
002720             GO TO 3050-EXIT
002730     END-EVALUATE.
002740     IF TXN-CASE-NUM = SPACES
002750         MOVE 'CASE NUMBER REQUIRED' TO WS-REJECT-REASON
002760         GO TO 3050-EXIT
002770     END-IF.
002780     IF TXN-REQUESTOR = SPACES
002790         MOVE 'REQUESTOR NAME REQUIRED' TO WS-REJECT-REASON
002800         GO TO 3050-EXIT
002810     END-IF.
002820     PERFORM 3500-READ-HOLD-PARA THRU 3500-EXIT.
002830 3050-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870* 3100-PLACE-HOLD-PARA
002880* PLACES A HOLD.  THE SAME CASE HOLDING THE SAME NUMBER TWICE IS
002890* REFUSED; A HOLD RELEASED EARLIER UNDER THE SAME CASE IS PUT
002900* BACK IN FORCE, WITH THE NEW REQUESTOR AND DATE.
002910******************************************************************
002920 3100-PLACE-HOLD-PARA.
002930     IF HOLD-IS-ON-FILE AND LGH-IS-ACTIVE
002940         MOVE 'HOLD ALREADY IN FORCE' TO WS-REJECT-REASON
002950         GO TO 3100-EXIT
002960     END-IF.
002970     SET LGH-IS-ACTIVE TO TRUE.
002980     MOVE TXN-REQUESTOR TO LGH-PLACED-BY.
002990     MOVE WS-TODAY-DATE TO LGH-PLACED-DATE.
003000     MOVE SPACES TO LGH-RELEASED-BY.
003010     MOVE ZERO TO LGH-RELEASED-DATE.
003020     IF HOLD-IS-ON-FILE
003030         REWRITE LEGAL-HOLD-RECORD
003040             INVALID KEY
003050                 MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
003060         END-REWRITE
003070     ELSE
003080         WRITE LEGAL-HOLD-RECORD
003090             INVALID KEY
003100                 MOVE 'WRITE FAILED' TO WS-REJECT-REASON
003110         END-WRITE
003120     END-IF.
003130     IF WS-REJECT-REASON = SPACES
003140         ADD 1 TO WS-PLACED-COUNT
003150         PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
003160     END-IF.
003170 3100-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210* 3200-RELEASE-HOLD-PARA
003220* RELEASES A HOLD.  ONLY THE CASE THAT PLACED IT CAN RELEASE IT -
003230* A NUMBER HELD UNDER TWO CASES STAYS HELD UNTIL BOTH CLOSE.
003240******************************************************************
003250 3200-RELEASE-HOLD-PARA.
003260     IF NOT HOLD-IS-ON-FILE
003270         MOVE 'NO SUCH HOLD UNDER THIS CASE' TO WS-REJECT-REASON
003280         GO TO 3200-EXIT
003290     END-IF.
003300     IF LGH-IS-RELEASED
003310         MOVE 'HOLD ALREADY RELEASED' TO WS-REJECT-REASON
003320         GO TO 3200-EXIT
003330     END-IF.
003340     SET LGH-IS-RELEASED TO TRUE.
003350     MOVE TXN-REQUESTOR TO LGH-RELEASED-BY.
003360     MOVE WS-TODAY-DATE TO LGH-RELEASED-DATE.
003370     REWRITE LEGAL-HOLD-RECORD
003380         INVALID KEY
003390             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
003400         NOT INVALID KEY
003410             ADD 1 TO WS-RELEASED-COUNT
003420             PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
003430     END-REWRITE.
003440 3200-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 3500-READ-HOLD-PARA
003490* KEYED READ OF THE HOLD FILE FOR THE CARD'S VALUE AND CASE.
003500* A HOLD NOT ON FILE LEAVES THE KEY BUILT FOR A WRITE.
003510******************************************************************
003520 3500-READ-HOLD-PARA.
003530     MOVE 'N' TO WS-ON-FILE-SW.
003540     MOVE SPACES TO LEGAL-HOLD-RECORD.
003550     MOVE TXN-HOLD-TYPE TO LGH-TYPE.
003560     MOVE TXN-HOLD-VALUE TO LGH-VALUE.
003570     MOVE TXN-CASE-NUM TO LGH-CASE-NUM.
003580     READ LEGAL-HOLD-FILE
003590         INVALID KEY
003600             MOVE SPACES TO LEGAL-HOLD-RECORD
003610             MOVE TXN-HOLD-TYPE TO LGH-TYPE
003620             MOVE TXN-HOLD-VALUE TO LGH-VALUE
003630             MOVE TXN-CASE-NUM TO LGH-CASE-NUM
003640         NOT INVALID KEY
003650             SET HOLD-IS-ON-FILE TO TRUE
003660     END-READ.
003670 3500-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 7000-WRITE-ACTION-PARA
003720* ONE REPORT LINE PER CARD - THE ACTION, WHAT IS HELD, THE CASE,
003730* THE REQUESTOR, AND THE DISPOSITION.
003740******************************************************************
003750 7000-WRITE-ACTION-PARA.
003760     MOVE SPACES TO WS-ACTION-LINE.
003770     MOVE TXN-ACTION TO ACT-ACTION.
003780     MOVE TXN-HOLD-TYPE TO ACT-HOLD-TYPE.
003790     MOVE TXN-HOLD-VALUE TO ACT-HOLD-VALUE.
003800     MOVE TXN-CASE-NUM TO ACT-CASE-NUM.
003810     MOVE TXN-REQUESTOR TO ACT-REQUESTOR.
003820     IF WS-REJECT-REASON = SPACES
003830         IF TXN-IS-PLACE
003840             MOVE 'HOLD PLACED' TO ACT-DISPOSITION
003850         ELSE
003860             MOVE 'HOLD RELEASED' TO ACT-DISPOSITION
003870         END-IF
003880     ELSE
003890         MOVE WS-REJECT-REASON TO ACT-DISPOSITION
003900     END-IF.
003910     MOVE WS-ACTION-LINE TO HOLD-REPORT-RECORD.
003920     WRITE HOLD-REPORT-RECORD.
003930 7000-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970* 8000-TOTALS-PARA
003980* HOLD CONTROL TOTALS - CARDS READ MUST EQUAL PLACED PLUS
003990* RELEASED PLUS REJECTED, PROVING NO TRANSACTION WAS DROPPED.
004000******************************************************************
004010 8000-TOTALS-PARA.
004020     MOVE SPACES TO HOLD-REPORT-RECORD.
004030     WRITE HOLD-REPORT-RECORD.
004040
004050     MOVE 'HOLD CARDS READ' TO TOT-LABEL.
004060     MOVE WS-CARDS-READ TO TOT-VALUE.
004070     MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
004080     WRITE HOLD-REPORT-RECORD.
004090
004100     MOVE 'HOLDS PLACED' TO TOT-LABEL.
004110     MOVE WS-PLACED-COUNT TO TOT-VALUE.
004120     MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
004130     WRITE HOLD-REPORT-RECORD.
004140
004150     MOVE 'HOLDS RELEASED' TO TOT-LABEL.
004160     MOVE WS-RELEASED-COUNT TO TOT-VALUE.
004170     MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
004180     WRITE HOLD-REPORT-RECORD.
004190
004200     MOVE 'TRANSACTIONS REJECTED' TO TOT-LABEL.
004210     MOVE WS-REJECTED-COUNT TO TOT-VALUE.
004220     MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
004230     WRITE HOLD-REPORT-RECORD.
004240
004250     COMPUTE WS-BALANCE-COUNT =
004260         WS-PLACED-COUNT + WS-RELEASED-COUNT + WS-REJECTED-COUNT.
004270     IF WS-BALANCE-COUNT = WS-CARDS-READ
004280         MOVE 'HOLD RUN IN BALANCE - ALL ACCOUNTED'
004290             TO TOT-LABEL
004300     ELSE
004310         MOVE '** HOLD RUN OUT OF BALANCE **' TO TOT-LABEL
004320         DISPLAY '*** PRIMELEGALHOLD OUT OF BALANCE - SEE'
004330             ' HLDRPT ***'
004340         MOVE 8 TO RETURN-CODE
004350     END-IF.
004360     MOVE WS-BALANCE-COUNT TO TOT-VALUE.
004370     MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
004380     WRITE HOLD-REPORT-RECORD.
004390 8000-EXIT.
004400     EXIT.
