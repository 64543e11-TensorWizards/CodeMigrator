000100******************************************************************
000110* PRIMSCHD.CBL
000120**
000130* PROGRAM-ID  : PRIMESCHEDULE
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-10-15
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     NIGHTLY STANDING ORDER STEP.  RUNS AFTER PRIMEINTAKE HAS
000210*     BUILT THE NIGHT'S PRMCTL CARD STACK AND BEFORE PRIMECHECKER
000220*     READS IT.  EVERY ACTIVE ORDER ON THE STANDING ORDER FILE
000230*     (PRMSTO, MAINTAINED BY PRIMESTANDMAINT) THAT FALLS DUE ON
000240*     THE RUN DATE HAS ITS RANGE-SCAN OR NEXT-PRIME CARD APPENDED
000250*     TO PRMCTL BEHIND THE INTAKE CARD, ONCE ITS DEPT CODE HAS
000260*     BEEN CHECKED AGAINST PRMDEPT - A CODE NOT ON FILE OR
000270*     INACTIVE IS SKIPPED, A CODE MERGED AWAY IS CUT UNDER ITS
000280*     SUCCESSOR.  THE SCHEDULE REPORT (SCHRPT) LISTS THE CARDS
000290*     CUT, THE ORDERS DUE BUT SKIPPED AND WHY, AND EVERY ORDER
000300*     DUE OVER THE NEXT SEVEN DAYS, AND CLOSES WITH CONTROL
000310*     TOTALS PROVING EVERY ORDER ON FILE WAS CUT, SKIPPED, NOT
000320*     DUE, OR CANCELLED - OR REFUSED, WHEN THE ORDER COULD NOT BE
000324*     MARKED CUT ON PRMSTO, WHICH FAILS THE STEP WITH RC 8.
000330*
000340*     THE RUN DATE IS TODAY UNLESS THE OPTIONAL SCHCTL CARD NAMES
000350*     ONE (COLS 1-8, YYYYMMDD).  EACH ORDER REMEMBERS THE LAST
000360*     DATE A CARD WAS CUT FOR IT, SO A RERUN OF THIS STEP DOES
000370*     NOT CUT THE SAME CARD TWICE; WHEN PRIMEINTAKE HAS BEEN
000380*     RERUN AND PRMCTL BUILT AFRESH, A 'Y' IN COL 9 OF THE SCHCTL
000390*     CARD CUTS THE NIGHT'S CARDS AGAIN.
000400**
000410* MOD-HISTORY
000420*   DATE        INIT  DESCRIPTION
000430*   ----------  ----  --------------------------------------------
000440*   2026-10-15  JHT   ORIGINAL VERSION.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. PrimeSchedule.
000480 AUTHOR. J. H. TARRANT.
000490 INSTALLATION. DATA CENTER SERVICES.
000500 DATE-WRITTEN. 2026-10-15.
000510 DATE-COMPILED. 2026-10-15.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT SCHEDULE-CONTROL-FILE ASSIGN TO SCHCTL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SCHCTL-STATUS.
000590
000600     SELECT STANDING-ORDER-FILE ASSIGN TO PRMSTO
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS STO-ORDER-ID
000640         FILE STATUS IS WS-ORDER-STATUS.
000650
000660     SELECT DEPT-REFERENCE-FILE ASSIGN TO PRMDEPT
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS DPT-CODE
000700         FILE STATUS IS WS-DEPT-STATUS.
000710
000720     SELECT PRIME-CONTROL-FILE ASSIGN TO PRMCTL
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CTL-STATUS.
000750
000760     SELECT SCHEDULE-REPORT-FILE ASSIGN TO SCHRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-STATUS.
000790
000800     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-JOBSTAT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860*-----------------------------------------------------------------
000870* OPTIONAL RUN CARD - RUN DATE (YYYYMMDD) AND THE RECUT SWITCH.
000880*-----------------------------------------------------------------
000890 FD  SCHEDULE-CONTROL-FILE.
000900 01  SCHEDULE-CONTROL-RECORD.
000910     05  SCC-RUN-DATE                PIC 9(08).
000920     05  SCC-RECUT-SW                PIC X(01).
000930         88  SCC-RECUT               VALUE 'Y'.
000940     05  FILLER                      PIC X(71).
000950
000960*-----------------------------------------------------------------
000970* STANDING ORDER FILE - SHARED LAYOUT WITH PRIMESTANDMAINT.
000980*-----------------------------------------------------------------
000990 FD  STANDING-ORDER-FILE.
001000 01  STANDING-ORDER-RECORD.
001010     COPY PRMSTOR.
001020
001030 FD  DEPT-REFERENCE-FILE.
001040 01  DEPT-REFERENCE-RECORD.
001050     COPY PRMDPTR.
001060
001070*-----------------------------------------------------------------
001080* PRIMECHECKER CONTROL CARD - SAME LAYOUT PRIMECHECKER READS.
001090* EVERY CARD CUT HERE IS A FRESH REQUEST, NEVER A RESTART.
001100*-----------------------------------------------------------------
001110 FD  PRIME-CONTROL-FILE.
001120 01  PRIME-CONTROL-RECORD.
001130     05  CTL-RUN-MODE                PIC X(01).
001140     05  CTL-FROM-NUM                PIC 9(09).
001150     05  CTL-TO-NUM                  PIC 9(09).
001160     05  CTL-RESTART-SW              PIC X(01).
001170     05  CTL-DEPT-CODE               PIC X(04).
001180     05  CTL-REF-ID                  PIC X(12).
001190     05  FILLER                      PIC X(14).
001200
001210 FD  SCHEDULE-REPORT-FILE.
001220 01  SCHEDULE-REPORT-RECORD          PIC X(80).
001230
001240*-----------------------------------------------------------------
001250* JOB STATUS FILE - SAME SHARED LAYOUT EVERY NIGHTLY STEP WRITES.
001260*-----------------------------------------------------------------
001270 FD  JOB-STATUS-FILE.
001280 01  JOB-STATUS-RECORD.
001290     COPY PRMJSTR.
001300
001310 WORKING-STORAGE SECTION.
001320*-----------------------------------------------------------------
001330* FILE STATUS SWITCHES
001340*-----------------------------------------------------------------
001350 01  WS-FILE-STATUSES.
001360     05  WS-SCHCTL-STATUS            PIC X(02) VALUE SPACES.
001370         88  SCHCTL-STATUS-OK        VALUE '00'.
001380     05  WS-ORDER-STATUS             PIC X(02) VALUE SPACES.
001390         88  ORDER-STATUS-OK         VALUE '00'.
001400         88  ORDER-FILE-MISSING      VALUE '35'.
001410     05  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
001420         88  DEPT-STATUS-OK          VALUE '00'.
001430     05  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
001440         88  CTL-STATUS-OK           VALUE '00'.
001450     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001460         88  REPORT-STATUS-OK        VALUE '00'.
001470     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
001480         88  JOBSTAT-STATUS-OK       VALUE '00'.
001490
001500 01  WS-SWITCHES.
001510     05  WS-ORDER-EOF-SW             PIC X(01) VALUE 'N'.
001520         88  END-OF-ORDERS           VALUE 'Y'.
001530     05  WS-ORDER-AVAIL-SW           PIC X(01) VALUE 'N'.
001540         88  ORDER-FILE-AVAILABLE    VALUE 'Y'.
001550     05  WS-DEPT-AVAIL-SW            PIC X(01) VALUE 'N'.
001560         88  DEPT-FILE-AVAILABLE     VALUE 'Y'.
001570     05  WS-RECUT-SW                 PIC X(01) VALUE 'N'.
001580         88  RECUT-REQUESTED         VALUE 'Y'.
001590     05  WS-DUE-SW                   PIC X(01) VALUE 'N'.
001600         88  ORDER-IS-DUE            VALUE 'Y'.
001610     05  WS-ANY-DUE-SW               PIC X(01) VALUE 'N'.
001620         88  ORDER-DUE-THIS-WEEK     VALUE 'Y'.
001623     05  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
001626         88  ORDER-REFUSED           VALUE 'Y'.
001630
001640 01  WS-SKIP-REASON                  PIC X(31) VALUE SPACES.
001650 01  WS-CUT-NOTE                     PIC X(31) VALUE SPACES.
001660 01  WS-CARD-DEPT                    PIC X(04) VALUE SPACES.
001670 01  WS-FREQ-TEXT                    PIC X(14) VALUE SPACES.
001680 01  WS-JOBSTAT-DATE                 PIC 9(08) VALUE ZERO.
001690 01  WS-JOBSTAT-TIME                 PIC 9(08) VALUE ZERO.
001700
001710*-----------------------------------------------------------------
001720* DATE WORK FIELDS.  A DATE INTEGER LESS ONE, DIVIDED BY SEVEN,
001730* LEAVES THE WEEKDAY LESS ONE - DAY 1 OF THE INTEGER CALENDAR
001740* (1601-01-01) WAS A MONDAY.  A DATE WHOSE NEXT DAY IS THE 1ST
001750* IS THE LAST DAY OF ITS MONTH.
001760*-----------------------------------------------------------------
001770 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001780 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001790 01  WS-RUN-INT                      PIC 9(09) COMP-3 VALUE ZERO.
001800 01  WS-CARD-INT                     PIC 9(09) COMP-3 VALUE ZERO.
001810 01  WS-TEST-INT                     PIC 9(09) COMP-3 VALUE ZERO.
001820 01  WS-WORK-INT                     PIC 9(09) COMP-3 VALUE ZERO.
001830 01  WS-WEEKS                        PIC 9(09) COMP-3 VALUE ZERO.
001840 01  WS-WEEKDAY-LESS-ONE             PIC 9(01) VALUE ZERO.
001850 01  WS-WEEKDAY                      PIC 9(01) VALUE ZERO.
001860 01  WS-TEST-DATE                    PIC 9(08) VALUE ZERO.
001870 01  WS-TEST-SPLIT REDEFINES WS-TEST-DATE.
001880     05  WS-TEST-CCYYMM              PIC 9(06).
001890     05  WS-TEST-DD                  PIC 9(02).
001900 01  WS-NEXT-DATE                    PIC 9(08) VALUE ZERO.
001910 01  WS-NEXT-SPLIT REDEFINES WS-NEXT-DATE.
001920     05  WS-NEXT-CCYYMM              PIC 9(06).
001930     05  WS-NEXT-DD                  PIC 9(02).
001940
001950*-----------------------------------------------------------------
001960* WEEKDAY NAMES - 1 = MONDAY THROUGH 7 = SUNDAY, THE SAME
001970* NUMBERING THE RUN DAY OF A WEEKLY ORDER USES.
001980*-----------------------------------------------------------------
001990 01  WS-DAY-NAME-VALUES              PIC X(21)
002000         VALUE 'MONTUEWEDTHUFRISATSUN'.
002010 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
002020     05  WS-DAY-NAME                 PIC X(03) OCCURS 7 TIMES.
002030
002040*-----------------------------------------------------------------
002050* THE SEVEN DAYS AFTER THE RUN DATE, FOR THE LOOK-AHEAD.
002060*-----------------------------------------------------------------
002070 01  WS-DX                           PIC 9(04) COMP VALUE ZERO.
002080 01  WS-AHEAD-TABLE.
002090     05  WS-AHEAD-ENTRY OCCURS 7 TIMES.
002100         10  AHD-DAY-INT             PIC 9(09) COMP-3.
002110         10  AHD-DAY-DATE            PIC 9(08).
002120
002130*-----------------------------------------------------------------
002140* SKIPPED ORDERS ARE HELD HERE UNTIL THE CARDS-CUT SECTION IS
002150* COMPLETE, THEN PRINTED AS THEIR OWN SECTION.  ANY PAST THE
002160* TABLE'S END ARE STILL COUNTED, AND THE OVERFLOW IS REPORTED.
002170*-----------------------------------------------------------------
002180 01  WS-KX                           PIC 9(04) COMP VALUE ZERO.
002190 01  WS-SKIP-LISTED                  PIC 9(04) COMP VALUE ZERO.
002200 01  WS-SKIP-TABLE.
002210     05  WS-SKIP-LINE                PIC X(80) OCCURS 500 TIMES.
002220
002230*-----------------------------------------------------------------
002240* SCHEDULE CONTROL COUNTERS - EVERY ORDER READ MUST LAND IN
002250* EXACTLY ONE OF THE CANCELLED, NOT DUE, CUT, SKIPPED OR REFUSED
002254* BUCKETS.
002260*-----------------------------------------------------------------
002270 01  WS-COUNTERS.
002280     05  WS-ORDERS-READ              PIC 9(09) COMP-3 VALUE ZERO.
002290     05  WS-CANCELLED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
002300     05  WS-NOT-DUE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002310     05  WS-DUE-COUNT                PIC 9(09) COMP-3 VALUE ZERO.
002320     05  WS-CUT-COUNT                PIC 9(09) COMP-3 VALUE ZERO.
002330     05  WS-CONVERTED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
002340     05  WS-SKIPPED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002344     05  WS-REFUSED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002350     05  WS-UNLISTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
002360     05  WS-AHEAD-ORDERS             PIC 9(09) COMP-3 VALUE ZERO.
002370     05  WS-AHEAD-CARDS              PIC 9(09) COMP-3 VALUE ZERO.
002380     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002390
002400*-----------------------------------------------------------------
002410* SCHEDULE REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE, MOVED
002420* TO THE FD RECORD IMMEDIATELY BEFORE EACH WRITE.
002430*-----------------------------------------------------------------
002440 01  WS-CARD-HEADING                 PIC X(80) VALUE
002450     'ORDER-ID M FROM-NUM  TO-NUM    DEPT REFERENCE    NOTE'.
002460
002470 01  WS-DETAIL-LINE.
002480     05  DTL-ORDER-ID                PIC X(08) VALUE SPACES.
002490     05  FILLER                      PIC X(01) VALUE SPACES.
002500     05  DTL-RUN-MODE                PIC X(01) VALUE SPACES.
002510     05  FILLER                      PIC X(01) VALUE SPACES.
002520     05  DTL-FROM-NUM                PIC 9(09) VALUE ZERO.
002530     05  FILLER                      PIC X(01) VALUE SPACES.
002540     05  DTL-TO-NUM                  PIC 9(09) VALUE ZERO.
002550     05  FILLER                      PIC X(01) VALUE SPACES.
002560     05  DTL-DEPT-CODE               PIC X(04) VALUE SPACES.
002570     05  FILLER                      PIC X(01) VALUE SPACES.
002580     05  DTL-REF-ID                  PIC X(12) VALUE SPACES.
002590     05  FILLER                      PIC X(01) VALUE SPACES.
002600     05  DTL-NOTE                    PIC X(31) VALUE SPACES.
002610
002620 01  WS-AHEAD-HEADING.
002630     05  AHH-TITLE                   PIC X(30).
002640     05  AHH-DAY OCCURS 7 TIMES.
002650         10  FILLER                  PIC X(01).
002660         10  AHH-DAY-NAME            PIC X(03).
002670         10  FILLER                  PIC X(01).
002680         10  AHH-DAY-DD              PIC X(02).
002690     05  FILLER                      PIC X(01).
002700
002710 01  WS-AHEAD-LINE.
002720     05  AHL-ORDER-ID                PIC X(08).
002730     05  FILLER                      PIC X(01).
002740     05  AHL-RUN-MODE                PIC X(01).
002750     05  FILLER                      PIC X(01).
002760     05  AHL-DEPT-CODE               PIC X(04).
002770     05  FILLER                      PIC X(01).
002780     05  AHL-FREQ-TEXT               PIC X(14).
002790     05  AHL-DAY OCCURS 7 TIMES.
002800         10  FILLER                  PIC X(05).
002810         10  AHL-MARK                PIC X(01).
002820         10  FILLER                  PIC X(01).
002830     05  FILLER                      PIC X(01).
002840
002850 01  WS-TOTAL-LINE.
002860     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
002870     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002880     05  FILLER                      PIC X(31) VALUE SPACES.
002890
002900 PROCEDURE DIVISION.
002910
002920******************************************************************
002930* 0000-MAIN-PARA
002940* MAINLINE - CUT THE CARDS FOR EVERY ORDER DUE TONIGHT, LIST THE
002950* ORDERS SKIPPED AND THE WEEK AHEAD, AND PROVE THE RUN ON THE
002960* SCHEDULE REPORT CONTROL TOTALS.
002970******************************************************************
002980 0000-MAIN-PARA.
002990     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
003000     PERFORM 2000-READ-ORDER-PARA THRU 2000-EXIT
003010         UNTIL END-OF-ORDERS.
003020     IF WS-CUT-COUNT = ZERO
003030         MOVE '    NONE' TO SCHEDULE-REPORT-RECORD
003040         WRITE SCHEDULE-REPORT-RECORD
003050     END-IF.
003060     PERFORM 4500-WRITE-SKIPPED-PARA THRU 4500-EXIT.
003070     PERFORM 5000-LOOK-AHEAD-PARA THRU 5000-EXIT.
003080     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
003090     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
003100     IF ORDER-FILE-AVAILABLE
003110         CLOSE STANDING-ORDER-FILE
003120     END-IF.
003130     IF DEPT-FILE-AVAILABLE
003140         CLOSE DEPT-REFERENCE-FILE
003150     END-IF.
003160     CLOSE PRIME-CONTROL-FILE.
003170     CLOSE SCHEDULE-REPORT-FILE.
003180     STOP RUN.
003190
003200******************************************************************
003210* 1000-INITIALIZE-PARA
003220* SETTLES THE RUN DATE, OPENS THE FILES, AND HEADS THE REPORT.
003230* PRMCTL IS OPENED EXTEND SO THE CARDS LAND BEHIND THE ONE
003240* PRIMEINTAKE WROTE; A NIGHT WITH NO PRMCTL YET GETS A NEW ONE.
003250* NO STANDING ORDER FILE YET MEANS NO ORDERS HAVE BEEN SET UP -
003260* THE RUN CUTS NOTHING AND SAYS SO.  AN UNOPENABLE PRMDEPT
003270* DEGRADES TO CUTTING CARDS UNVERIFIED, AS PRIMECHECKER DOES -
003280* PRIMECHECKER WILL STILL REFUSE A BAD CODE ON THE CARD.
003290******************************************************************
003300 1000-INITIALIZE-PARA.
003310     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003320     MOVE WS-TODAY-DATE TO WS-RUN-DATE.
003330     OPEN INPUT SCHEDULE-CONTROL-FILE.
003340     IF SCHCTL-STATUS-OK
003350         READ SCHEDULE-CONTROL-FILE
003360             AT END
003370                 CONTINUE
003380             NOT AT END
003390                 PERFORM 1100-TAKE-CONTROL-CARD-PARA
003400                     THRU 1100-EXIT
003410         END-READ
003420         CLOSE SCHEDULE-CONTROL-FILE
003430     END-IF.
003440     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003450     PERFORM 1200-SET-AHEAD-DAY-PARA THRU 1200-EXIT
003460         VARYING WS-DX FROM 1 BY 1
003470         UNTIL WS-DX > 7.
003480     DISPLAY 'STANDING ORDERS SCHEDULED FOR ' WS-RUN-DATE.
003490
003500     OPEN OUTPUT SCHEDULE-REPORT-FILE.
003510     IF NOT REPORT-STATUS-OK
003520         DISPLAY 'SCHEDULE-REPORT-FILE (SCHRPT) COULD NOT BE'
003530             ' OPENED - STATUS ' WS-REPORT-STATUS
003540         DISPLAY 'SCHEDULE RUN TERMINATED - NO CARDS CUT'
003550         MOVE 8 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     OPEN EXTEND PRIME-CONTROL-FILE.
003590     IF NOT CTL-STATUS-OK
003600         OPEN OUTPUT PRIME-CONTROL-FILE
003610     END-IF.
003620     IF NOT CTL-STATUS-OK
003630         DISPLAY 'PRIME-CONTROL-FILE (PRMCTL) COULD NOT BE'
003640             ' OPENED - STATUS ' WS-CTL-STATUS
003650         DISPLAY 'SCHEDULE RUN TERMINATED - NO CARDS CUT'
003660         MOVE 8 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690
003700     MOVE SPACES TO SCHEDULE-REPORT-RECORD.
003710     STRING 'PRIMESCHEDULE - STANDING ORDERS FOR '
003720                DELIMITED BY SIZE
003730            WS-RUN-DATE DELIMITED BY SIZE
003740         INTO SCHEDULE-REPORT-RECORD.
003750     WRITE SCHEDULE-REPORT-RECORD.
003760     IF RECUT-REQUESTED
003770         MOVE 'RECUT REQUESTED - CARDS ALREADY CUT FOR THIS DATE'
003780             TO SCHEDULE-REPORT-RECORD
003790         WRITE SCHEDULE-REPORT-RECORD
003800         MOVE '  ARE CUT AGAIN' TO SCHEDULE-REPORT-RECORD
003810         WRITE SCHEDULE-REPORT-RECORD
003820     END-IF.
003830
003840     OPEN I-O STANDING-ORDER-FILE.
003850     EVALUATE TRUE
003860         WHEN ORDER-STATUS-OK
003870             SET ORDER-FILE-AVAILABLE TO TRUE
003880         WHEN ORDER-FILE-MISSING
003890             DISPLAY 'STANDING-ORDER-FILE (PRMSTO) NOT FOUND -'
003900                 ' NO STANDING ORDERS SET UP'
003910             MOVE 'NO STANDING ORDER FILE - NO ORDERS SET UP'
003920                 TO SCHEDULE-REPORT-RECORD
003930             WRITE SCHEDULE-REPORT-RECORD
003940             SET END-OF-ORDERS TO TRUE
003950         WHEN OTHER
003960             DISPLAY 'STANDING-ORDER-FILE (PRMSTO) COULD NOT BE'
003970                 ' OPENED - STATUS ' WS-ORDER-STATUS
003980             DISPLAY '*** NO STANDING ORDER CARDS CUT ***'
003990             MOVE '** STANDING ORDER FILE UNAVAILABLE - NO CARDS'
004000                 TO SCHEDULE-REPORT-RECORD
004010             WRITE SCHEDULE-REPORT-RECORD
004020             MOVE '   CUT **' TO SCHEDULE-REPORT-RECORD
004030             WRITE SCHEDULE-REPORT-RECORD
004040             MOVE 8 TO RETURN-CODE
004050             SET END-OF-ORDERS TO TRUE
004060     END-EVALUATE.
004070     OPEN INPUT DEPT-REFERENCE-FILE.
004080     IF DEPT-STATUS-OK
004090         SET DEPT-FILE-AVAILABLE TO TRUE
004100     ELSE
004110         DISPLAY 'DEPT-REFERENCE-FILE (PRMDEPT) COULD NOT BE'
004120             ' OPENED - STATUS ' WS-DEPT-STATUS
004130         DISPLAY 'STANDING ORDER CARDS CUT WITH DEPT CODES'
004140             ' UNVERIFIED'
004150         MOVE 'PRMDEPT UNAVAILABLE - DEPT CODES CUT UNVERIFIED'
004160             TO SCHEDULE-REPORT-RECORD
004170         WRITE SCHEDULE-REPORT-RECORD
004180     END-IF.
004190
004200     MOVE SPACES TO SCHEDULE-REPORT-RECORD.
004210     WRITE SCHEDULE-REPORT-RECORD.
004220     MOVE 'CARDS CUT ONTO PRMCTL' TO SCHEDULE-REPORT-RECORD.
004230     WRITE SCHEDULE-REPORT-RECORD.
004240     MOVE WS-CARD-HEADING TO SCHEDULE-REPORT-RECORD.
004250     WRITE SCHEDULE-REPORT-RECORD.
004260 1000-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 1100-TAKE-CONTROL-CARD-PARA
004310* A RUN DATE THAT IS NOT A DATE IS IGNORED WITH A WARNING AND THE
004320* RUN GOES AHEAD FOR TODAY.
004330******************************************************************
004340 1100-TAKE-CONTROL-CARD-PARA.
004350     IF SCC-RECUT
004360         SET RECUT-REQUESTED TO TRUE
004370     END-IF.
004380     IF SCC-RUN-DATE NOT NUMERIC
004390         GO TO 1100-EXIT
004400     END-IF.
004410     COMPUTE WS-CARD-INT =
004420         FUNCTION INTEGER-OF-DATE(SCC-RUN-DATE).
004430     IF WS-CARD-INT = ZERO
004440         DISPLAY 'SCHCTL RUN DATE ' SCC-RUN-DATE
004450             ' IS NOT A DATE - SCHEDULING FOR TODAY'
004460         GO TO 1100-EXIT
004470     END-IF.
004480     MOVE SCC-RUN-DATE TO WS-RUN-DATE.
004490 1100-EXIT.
004500     EXIT.
004510
004520 1200-SET-AHEAD-DAY-PARA.
004530     COMPUTE AHD-DAY-INT(WS-DX) = WS-RUN-INT + WS-DX.
004540     COMPUTE AHD-DAY-DATE(WS-DX) =
004550         FUNCTION DATE-OF-INTEGER(AHD-DAY-INT(WS-DX)).
004560 1200-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 2000-READ-ORDER-PARA
004610* READS THE NEXT STANDING ORDER IN ORDER-ID SEQUENCE.
004620******************************************************************
004630 2000-READ-ORDER-PARA.
004640     READ STANDING-ORDER-FILE NEXT RECORD
004650         AT END
004660             SET END-OF-ORDERS TO TRUE
004670         NOT AT END
004680             ADD 1 TO WS-ORDERS-READ
004690             PERFORM 3000-SCHEDULE-ORDER-PARA THRU 3000-EXIT
004700     END-READ.
004710 2000-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 3000-SCHEDULE-ORDER-PARA
004760* ONE STANDING ORDER - CANCELLED AND NOT-DUE ORDERS ARE COUNTED
004770* AND PASSED BY; AN ORDER DUE TONIGHT IS EITHER CUT ONTO PRMCTL
004780* OR SKIPPED WITH ITS REASON.  AN ORDER REFUSED BY 3200 IS LISTED
004784* WITH THE SKIPPED ORDERS BUT COUNTED IN ITS OWN BUCKET.
004790******************************************************************
004800 3000-SCHEDULE-ORDER-PARA.
004810     IF STO-IS-CANCELLED
004820         ADD 1 TO WS-CANCELLED-COUNT
004830         GO TO 3000-EXIT
004840     END-IF.
004850     MOVE WS-RUN-INT TO WS-TEST-INT.
004860     PERFORM 4000-TEST-DUE-PARA THRU 4000-EXIT.
004870     IF NOT ORDER-IS-DUE
004880         ADD 1 TO WS-NOT-DUE-COUNT
004890         GO TO 3000-EXIT
004900     END-IF.
004910     ADD 1 TO WS-DUE-COUNT.
004920     MOVE SPACES TO WS-SKIP-REASON.
004930     MOVE SPACES TO WS-CUT-NOTE.
004934     MOVE 'N' TO WS-REFUSED-SW.
004940     MOVE STO-DEPT-CODE TO WS-CARD-DEPT.
004950     IF STO-LAST-RUN-DATE = WS-RUN-DATE
004960        AND NOT RECUT-REQUESTED
004970         MOVE 'ALREADY CUT FOR THIS DATE' TO WS-SKIP-REASON
004980     ELSE
004990         IF DEPT-FILE-AVAILABLE
005000             PERFORM 3100-CHECK-DEPT-PARA THRU 3100-EXIT
005010         END-IF
005020     END-IF.
005030     IF WS-SKIP-REASON = SPACES
005040         PERFORM 3200-CUT-CARD-PARA THRU 3200-EXIT
005050     END-IF.
005060     IF WS-SKIP-REASON NOT = SPACES
005070         IF ORDER-REFUSED
005072             ADD 1 TO WS-REFUSED-COUNT
005074         ELSE
005075             ADD 1 TO WS-SKIPPED-COUNT
005077         END-IF
005080         PERFORM 3300-HOLD-SKIP-PARA THRU 3300-EXIT
005090     END-IF.
005100 3000-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 3100-CHECK-DEPT-PARA
005150* THE ORDER'S DEPT CODE MUST STILL BE ON PRMDEPT AND ACTIVE.  A
005160* CODE MERGED ON OR BEFORE THE RUN DATE IS CUT UNDER ITS
005170* SUCCESSOR, WHICH MUST ITSELF BE ON FILE AND ACTIVE, AND THE
005180* CARD IS NOTED SO THE ORDER CAN BE CHANGED OVER.
005190******************************************************************
005200 3100-CHECK-DEPT-PARA.
005210     MOVE WS-CARD-DEPT TO DPT-CODE.
005220     READ DEPT-REFERENCE-FILE
005230         INVALID KEY
005240             MOVE 'DEPT NOT ON PRMDEPT' TO WS-SKIP-REASON
005250             GO TO 3100-EXIT
005260     END-READ.
005270     IF DPT-SUCCESSOR-CODE NOT = SPACES
005280        AND DPT-MERGE-DATE NUMERIC
005290        AND DPT-MERGE-DATE NOT > WS-RUN-DATE
005300         MOVE DPT-SUCCESSOR-CODE TO WS-CARD-DEPT
005310         STRING 'CUT UNDER ' DELIMITED BY SIZE
005320                WS-CARD-DEPT DELIMITED BY SIZE
005330                ' - DEPT MERGED' DELIMITED BY SIZE
005340             INTO WS-CUT-NOTE
005350         MOVE WS-CARD-DEPT TO DPT-CODE
005360         READ DEPT-REFERENCE-FILE
005370             INVALID KEY
005380                 STRING 'SUCCESSOR ' DELIMITED BY SIZE
005390                        WS-CARD-DEPT DELIMITED BY SIZE
005400                        ' NOT ON PRMDEPT' DELIMITED BY SIZE
005410                     INTO WS-SKIP-REASON
005420                 GO TO 3100-EXIT
005430         END-READ
005440     END-IF.
005450     IF NOT DPT-IS-ACTIVE
005460         STRING 'DEPT ' DELIMITED BY SIZE
005470                WS-CARD-DEPT DELIMITED BY SIZE
005480                ' IS INACTIVE' DELIMITED BY SIZE
005490             INTO WS-SKIP-REASON
005500     END-IF.
005510 3100-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 3200-CUT-CARD-PARA
005560* MARKS THE ORDER CUT FOR THE RUN DATE FIRST, THEN APPENDS ITS
005570* CARD TO PRMCTL - AN ORDER THAT CANNOT BE MARKED IS REFUSED
005580* RATHER THAN RISK A SECOND CARD ON A RERUN, AND THE STEP ENDS
005583* RC 8.  PRMSTO IS READ SEQUENTIALLY, SO THE REWRITE IS PROVED BY
005586* ITS FILE STATUS.
005590******************************************************************
005600 3200-CUT-CARD-PARA.
005610     MOVE WS-RUN-DATE TO STO-LAST-RUN-DATE.
005620     IF STO-RUN-COUNT < 99999
005630         ADD 1 TO STO-RUN-COUNT
005640     END-IF.
005650     REWRITE STANDING-ORDER-RECORD.
005660     IF NOT ORDER-STATUS-OK
005670         DISPLAY 'STANDING ORDER ' STO-ORDER-ID
005672             ' COULD NOT BE MARKED CUT - STATUS ' WS-ORDER-STATUS
005674         MOVE 'ORDER FILE REWRITE FAILED' TO WS-SKIP-REASON
005675         MOVE 'Y' TO WS-REFUSED-SW
005677         MOVE 8 TO RETURN-CODE
005680         GO TO 3200-EXIT
005690     END-IF.
005700     MOVE SPACES TO PRIME-CONTROL-RECORD.
005710     MOVE STO-RUN-MODE TO CTL-RUN-MODE.
005720     MOVE STO-FROM-NUM TO CTL-FROM-NUM.
005730     MOVE STO-TO-NUM TO CTL-TO-NUM.
005740     MOVE 'N' TO CTL-RESTART-SW.
005750     MOVE WS-CARD-DEPT TO CTL-DEPT-CODE.
005760     MOVE STO-REF-ID TO CTL-REF-ID.
005770     WRITE PRIME-CONTROL-RECORD.
005780     ADD 1 TO WS-CUT-COUNT.
005790     IF WS-CUT-NOTE NOT = SPACES
005800         ADD 1 TO WS-CONVERTED-COUNT
005810     END-IF.
005820     PERFORM 7000-BUILD-DETAIL-PARA THRU 7000-EXIT.
005830     MOVE WS-CUT-NOTE TO DTL-NOTE.
005840     MOVE WS-DETAIL-LINE TO SCHEDULE-REPORT-RECORD.
005850     WRITE SCHEDULE-REPORT-RECORD.
005860 3200-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 3300-HOLD-SKIP-PARA
005910* HOLDS A SKIPPED ORDER'S LINE FOR THE SKIPPED SECTION.
005920******************************************************************
005930 3300-HOLD-SKIP-PARA.
005940     IF WS-SKIP-LISTED NOT < 500
005950         ADD 1 TO WS-UNLISTED-COUNT
005960         GO TO 3300-EXIT
005970     END-IF.
005980     PERFORM 7000-BUILD-DETAIL-PARA THRU 7000-EXIT.
005990     MOVE WS-SKIP-REASON TO DTL-NOTE.
006000     ADD 1 TO WS-SKIP-LISTED.
006010     MOVE WS-DETAIL-LINE TO WS-SKIP-LINE(WS-SKIP-LISTED).
006020 3300-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 4000-TEST-DUE-PARA
006070* IS THE ORDER IN THE RECORD AREA DUE ON THE DAY WHOSE DATE
006080* INTEGER IS IN WS-TEST-INT?  IT MUST BE ACTIVE AND WITHIN ITS
006090* START AND END DATES, AND THE DAY MUST MATCH ITS FREQUENCY - A
006100* MONTHLY ORDER FOR A DAY THE MONTH DOES NOT HAVE FALLS DUE ON
006110* THE MONTH'S LAST DAY.
006120******************************************************************
006130 4000-TEST-DUE-PARA.
006140     MOVE 'N' TO WS-DUE-SW.
006150     IF NOT STO-IS-ACTIVE
006160         GO TO 4000-EXIT
006170     END-IF.
006180     COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(WS-TEST-INT).
006190     IF WS-TEST-DATE < STO-START-DATE
006200         GO TO 4000-EXIT
006210     END-IF.
006220     IF STO-END-DATE NOT = ZERO
006230        AND WS-TEST-DATE > STO-END-DATE
006240         GO TO 4000-EXIT
006250     END-IF.
006260     EVALUATE TRUE
006270         WHEN STO-DAILY
006280             SET ORDER-IS-DUE TO TRUE
006290         WHEN STO-WEEKLY
006300             COMPUTE WS-WORK-INT = WS-TEST-INT - 1
006310             DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEKS
006320                 REMAINDER WS-WEEKDAY-LESS-ONE
006330             COMPUTE WS-WEEKDAY = WS-WEEKDAY-LESS-ONE + 1
006340             IF WS-WEEKDAY = STO-RUN-DAY
006350                 SET ORDER-IS-DUE TO TRUE
006360             END-IF
006370         WHEN STO-MONTHLY
006380             IF WS-TEST-DD = STO-RUN-DAY
006390                 SET ORDER-IS-DUE TO TRUE
006400             ELSE
006410                 IF STO-RUN-DAY > WS-TEST-DD
006420                     COMPUTE WS-WORK-INT = WS-TEST-INT + 1
006430                     COMPUTE WS-NEXT-DATE =
006440                         FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
006450                     IF WS-NEXT-DD = 1
006460                         SET ORDER-IS-DUE TO TRUE
006470                     END-IF
006480                 END-IF
006490             END-IF
006500     END-EVALUATE.
006510 4000-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 4500-WRITE-SKIPPED-PARA
006560* THE SKIPPED SECTION - EVERY ORDER DUE TONIGHT THAT WAS NOT CUT,
006570* AND WHY, REFUSED ORDERS INCLUDED.
006580******************************************************************
006590 4500-WRITE-SKIPPED-PARA.
006600     MOVE SPACES TO SCHEDULE-REPORT-RECORD.
006610     WRITE SCHEDULE-REPORT-RECORD.
006620     MOVE 'ORDERS DUE BUT SKIPPED' TO SCHEDULE-REPORT-RECORD.
006630     WRITE SCHEDULE-REPORT-RECORD.
006640     MOVE WS-CARD-HEADING TO SCHEDULE-REPORT-RECORD.
006650     WRITE SCHEDULE-REPORT-RECORD.
006660     IF WS-SKIPPED-COUNT = ZERO
006664        AND WS-REFUSED-COUNT = ZERO
006670         MOVE '    NONE' TO SCHEDULE-REPORT-RECORD
006680         WRITE SCHEDULE-REPORT-RECORD
006690         GO TO 4500-EXIT
006700     END-IF.
006710     PERFORM 4510-WRITE-SKIP-LINE-PARA THRU 4510-EXIT
006720         VARYING WS-KX FROM 1 BY 1
006730         UNTIL WS-KX > WS-SKIP-LISTED.
006740     IF WS-UNLISTED-COUNT > ZERO
006750         MOVE 'MORE SKIPPED ORDERS NOT LISTED - SEE TOTALS'
006760             TO SCHEDULE-REPORT-RECORD
006770         WRITE SCHEDULE-REPORT-RECORD
006780     END-IF.
006790 4500-EXIT.
006800     EXIT.
006810
006820 4510-WRITE-SKIP-LINE-PARA.
006830     MOVE WS-SKIP-LINE(WS-KX) TO SCHEDULE-REPORT-RECORD.
006840     WRITE SCHEDULE-REPORT-RECORD.
006850 4510-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890* 5000-LOOK-AHEAD-PARA
006900* THE WEEK AHEAD - A SECOND PASS OF THE STANDING ORDER FILE,
006910* ONE LINE PER ACTIVE ORDER DUE ON ANY OF THE SEVEN DAYS AFTER
006920* THE RUN DATE, MARKED UNDER EACH DAY IT FALLS DUE.
006930******************************************************************
006940 5000-LOOK-AHEAD-PARA.
006950     MOVE SPACES TO SCHEDULE-REPORT-RECORD.
006960     WRITE SCHEDULE-REPORT-RECORD.
006970     MOVE 'DUE OVER THE NEXT SEVEN DAYS'
006980         TO SCHEDULE-REPORT-RECORD.
006990     WRITE SCHEDULE-REPORT-RECORD.
007000     MOVE SPACES TO WS-AHEAD-HEADING.
007010     MOVE 'ORDER-ID M DEPT SCHEDULE' TO AHH-TITLE.
007020     PERFORM 5050-HEAD-AHEAD-DAY-PARA THRU 5050-EXIT
007030         VARYING WS-DX FROM 1 BY 1
007040         UNTIL WS-DX > 7.
007050     MOVE WS-AHEAD-HEADING TO SCHEDULE-REPORT-RECORD.
007060     WRITE SCHEDULE-REPORT-RECORD.
007070     IF NOT ORDER-FILE-AVAILABLE
007080         GO TO 5000-EXIT
007090     END-IF.
007100     CLOSE STANDING-ORDER-FILE.
007110     OPEN INPUT STANDING-ORDER-FILE.
007120     IF NOT ORDER-STATUS-OK
007130         DISPLAY 'STANDING-ORDER-FILE (PRMSTO) COULD NOT BE'
007140             ' REOPENED - STATUS ' WS-ORDER-STATUS
007150         MOVE '** STANDING ORDER FILE UNAVAILABLE FOR THE'
007160             TO SCHEDULE-REPORT-RECORD
007170         WRITE SCHEDULE-REPORT-RECORD
007180         MOVE '   WEEK AHEAD **' TO SCHEDULE-REPORT-RECORD
007190         WRITE SCHEDULE-REPORT-RECORD
007200         MOVE 'N' TO WS-ORDER-AVAIL-SW
007210         GO TO 5000-EXIT
007220     END-IF.
007230     MOVE 'N' TO WS-ORDER-EOF-SW.
007240     PERFORM 5100-READ-AHEAD-PARA THRU 5100-EXIT
007250         UNTIL END-OF-ORDERS.
007260     IF WS-AHEAD-ORDERS = ZERO
007270         MOVE '    NONE' TO SCHEDULE-REPORT-RECORD
007280         WRITE SCHEDULE-REPORT-RECORD
007290     END-IF.
007300 5000-EXIT.
007310     EXIT.
007320
007330 5050-HEAD-AHEAD-DAY-PARA.
007340     MOVE AHD-DAY-INT(WS-DX) TO WS-TEST-INT.
007350     COMPUTE WS-WORK-INT = WS-TEST-INT - 1.
007360     DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEKS
007370         REMAINDER WS-WEEKDAY-LESS-ONE.
007380     COMPUTE WS-WEEKDAY = WS-WEEKDAY-LESS-ONE + 1.
007390     MOVE WS-DAY-NAME(WS-WEEKDAY) TO AHH-DAY-NAME(WS-DX).
007400     MOVE AHD-DAY-DATE(WS-DX) TO WS-TEST-DATE.
007410     MOVE WS-TEST-DD TO AHH-DAY-DD(WS-DX).
007420 5050-EXIT.
007430     EXIT.
007440
007450 5100-READ-AHEAD-PARA.
007460     READ STANDING-ORDER-FILE NEXT RECORD
007470         AT END
007480             SET END-OF-ORDERS TO TRUE
007490             GO TO 5100-EXIT
007500     END-READ.
007510     IF NOT STO-IS-ACTIVE
007520         GO TO 5100-EXIT
007530     END-IF.
007540     MOVE SPACES TO WS-AHEAD-LINE.
007550     MOVE 'N' TO WS-ANY-DUE-SW.
007560     PERFORM 5150-MARK-AHEAD-DAY-PARA THRU 5150-EXIT
007570         VARYING WS-DX FROM 1 BY 1
007580         UNTIL WS-DX > 7.
007590     IF NOT ORDER-DUE-THIS-WEEK
007600         GO TO 5100-EXIT
007610     END-IF.
007620     ADD 1 TO WS-AHEAD-ORDERS.
007630     MOVE STO-ORDER-ID TO AHL-ORDER-ID.
007640     MOVE STO-RUN-MODE TO AHL-RUN-MODE.
007650     MOVE STO-DEPT-CODE TO AHL-DEPT-CODE.
007660     PERFORM 7150-BUILD-FREQ-PARA THRU 7150-EXIT.
007670     MOVE WS-FREQ-TEXT TO AHL-FREQ-TEXT.
007680     MOVE WS-AHEAD-LINE TO SCHEDULE-REPORT-RECORD.
007690     WRITE SCHEDULE-REPORT-RECORD.
007700 5100-EXIT.
007710     EXIT.
007720
007730 5150-MARK-AHEAD-DAY-PARA.
007740     MOVE AHD-DAY-INT(WS-DX) TO WS-TEST-INT.
007750     PERFORM 4000-TEST-DUE-PARA THRU 4000-EXIT.
007760     IF ORDER-IS-DUE
007770         MOVE 'X' TO AHL-MARK(WS-DX)
007780         ADD 1 TO WS-AHEAD-CARDS
007790         SET ORDER-DUE-THIS-WEEK TO TRUE
007800     END-IF.
007810 5150-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850* 7000-BUILD-DETAIL-PARA
007860* ONE CARD-SHAPED LINE FOR THE ORDER IN THE RECORD AREA - THE
007870* DEPT IS THE ONE THE CARD CARRIES, AFTER ANY MERGE.
007880******************************************************************
007890 7000-BUILD-DETAIL-PARA.
007900     MOVE SPACES TO WS-DETAIL-LINE.
007910     MOVE STO-ORDER-ID TO DTL-ORDER-ID.
007920     MOVE STO-RUN-MODE TO DTL-RUN-MODE.
007930     MOVE STO-FROM-NUM TO DTL-FROM-NUM.
007940     MOVE STO-TO-NUM TO DTL-TO-NUM.
007950     MOVE WS-CARD-DEPT TO DTL-DEPT-CODE.
007960     MOVE STO-REF-ID TO DTL-REF-ID.
007970 7000-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 7150-BUILD-FREQ-PARA
008020* SPELLS OUT THE SCHEDULE - DAILY, WEEKLY ON A NAMED WEEKDAY, OR
008030* MONTHLY ON A DAY OF THE MONTH.  SAME WORDING AS THE
008040* PRIMESTANDMAINT REPORT.
008050******************************************************************
008060 7150-BUILD-FREQ-PARA.
008070     MOVE SPACES TO WS-FREQ-TEXT.
008080     EVALUATE TRUE
008090         WHEN STO-DAILY
008100             MOVE 'DAILY' TO WS-FREQ-TEXT
008110         WHEN STO-WEEKLY
008120            AND STO-RUN-DAY > 0 AND STO-RUN-DAY < 8
008130             STRING 'WEEKLY ON ' DELIMITED BY SIZE
008140                    WS-DAY-NAME(STO-RUN-DAY) DELIMITED BY SIZE
008150                 INTO WS-FREQ-TEXT
008160         WHEN STO-MONTHLY
008170             STRING 'MONTHLY DAY ' DELIMITED BY SIZE
008180                    STO-RUN-DAY DELIMITED BY SIZE
008190                 INTO WS-FREQ-TEXT
008200         WHEN OTHER
008210             MOVE 'UNKNOWN' TO WS-FREQ-TEXT
008220     END-EVALUATE.
008230 7150-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270* 8000-TOTALS-PARA
008280* SCHEDULE CONTROL TOTALS - ORDERS READ MUST EQUAL CANCELLED
008290* PLUS NOT DUE PLUS CUT PLUS SKIPPED PLUS REFUSED, PROVING NO
008300* ORDER DUE TONIGHT WAS DROPPED WITHOUT A WORD.
008310******************************************************************
008320 8000-TOTALS-PARA.
008330     MOVE SPACES TO SCHEDULE-REPORT-RECORD.
008340     WRITE SCHEDULE-REPORT-RECORD.
008350
008360     MOVE 'STANDING ORDERS READ' TO TOT-LABEL.
008370     MOVE WS-ORDERS-READ TO TOT-VALUE.
008380     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008390     WRITE SCHEDULE-REPORT-RECORD.
008400
008410     MOVE 'CANCELLED ORDERS PASSED BY' TO TOT-LABEL.
008420     MOVE WS-CANCELLED-COUNT TO TOT-VALUE.
008430     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008440     WRITE SCHEDULE-REPORT-RECORD.
008450
008460     MOVE 'ORDERS NOT DUE TONIGHT' TO TOT-LABEL.
008470     MOVE WS-NOT-DUE-COUNT TO TOT-VALUE.
008480     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008490     WRITE SCHEDULE-REPORT-RECORD.
008500
008510     MOVE 'ORDERS DUE TONIGHT' TO TOT-LABEL.
008520     MOVE WS-DUE-COUNT TO TOT-VALUE.
008530     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008540     WRITE SCHEDULE-REPORT-RECORD.
008550
008560     MOVE 'CARDS CUT ONTO PRMCTL' TO TOT-LABEL.
008570     MOVE WS-CUT-COUNT TO TOT-VALUE.
008580     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008590     WRITE SCHEDULE-REPORT-RECORD.
008600
008610     MOVE 'CUT UNDER MERGED DEPT (INCLUDED)' TO TOT-LABEL.
008620     MOVE WS-CONVERTED-COUNT TO TOT-VALUE.
008630     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008640     WRITE SCHEDULE-REPORT-RECORD.
008650
008660     MOVE 'ORDERS DUE BUT SKIPPED' TO TOT-LABEL.
008670     MOVE WS-SKIPPED-COUNT TO TOT-VALUE.
008680     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008690     WRITE SCHEDULE-REPORT-RECORD.
008700
008702     MOVE 'ORDERS REFUSED - PRMSTO NOT MARKED' TO TOT-LABEL.
008703     MOVE WS-REFUSED-COUNT TO TOT-VALUE.
008704     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008706     WRITE SCHEDULE-REPORT-RECORD.
008708
008710     IF WS-UNLISTED-COUNT > ZERO
008720         MOVE 'SKIPPED NOT LISTED (INCLUDED)' TO TOT-LABEL
008730         MOVE WS-UNLISTED-COUNT TO TOT-VALUE
008740         MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD
008750         WRITE SCHEDULE-REPORT-RECORD
008760     END-IF.
008770
008780     MOVE 'ORDERS DUE OVER THE NEXT SEVEN DAYS' TO TOT-LABEL.
008790     MOVE WS-AHEAD-ORDERS TO TOT-VALUE.
008800     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008810     WRITE SCHEDULE-REPORT-RECORD.
008820
008830     MOVE 'CARDS DUE OVER THE NEXT SEVEN DAYS' TO TOT-LABEL.
008840     MOVE WS-AHEAD-CARDS TO TOT-VALUE.
008850     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
008860     WRITE SCHEDULE-REPORT-RECORD.
008870
008880     COMPUTE WS-BALANCE-COUNT =
008890         WS-CANCELLED-COUNT + WS-NOT-DUE-COUNT + WS-CUT-COUNT
008900             + WS-SKIPPED-COUNT + WS-REFUSED-COUNT.
008910     IF WS-BALANCE-COUNT = WS-ORDERS-READ
008920        AND WS-CUT-COUNT + WS-SKIPPED-COUNT + WS-REFUSED-COUNT
008924                = WS-DUE-COUNT
008930         MOVE 'SCHEDULE RUN IN BALANCE - ALL ACCOUNTED'
008940             TO TOT-LABEL
008950     ELSE
008960         MOVE '** SCHEDULE RUN OUT OF BALANCE **' TO TOT-LABEL
008970         DISPLAY '*** PRIMESCHEDULE OUT OF BALANCE - SEE'
008980             ' SCHRPT ***'
008990         MOVE 8 TO RETURN-CODE
009000     END-IF.
009010     MOVE WS-BALANCE-COUNT TO TOT-VALUE.
009020     MOVE WS-TOTAL-LINE TO SCHEDULE-REPORT-RECORD.
009030     WRITE SCHEDULE-REPORT-RECORD.
009040 8000-EXIT.
009050     EXIT.
009060
009070******************************************************************
009080* 9700-WRITE-JOB-STATUS-PARA
009090* APPENDS THIS RUN'S RECORD TO THE JOB STATUS FILE (PRMJSTAT) FOR
009100* THE MORNING DASHBOARD - RETURN CODE, KEY CONTROL TOTALS, AND THE
009110* RUN'S OWN VERDICT.  A RUN THAT ENDS OUT OF BALANCE, OR COULD
009120* NOT READ THE STANDING ORDER FILE, OR REFUSED AN ORDER IT COULD
009130* NOT MARK, FAILS; SKIPPED ORDERS ONLY WARN.
009140* A FIRST-EVER RUN CREATES THE FILE VIA THE OPEN-OUTPUT FALLBACK.
009150* AN UNOPENABLE FILE SHOUTS ON THE CONSOLE BUT NEVER FAILS THE
009160* RUN - THE DASHBOARD THEN SHOWS THE STEP MISSING AND HOLDS.
009170******************************************************************
009180 9700-WRITE-JOB-STATUS-PARA.
009190     OPEN EXTEND JOB-STATUS-FILE.
009200     IF NOT JOBSTAT-STATUS-OK
009210         OPEN OUTPUT JOB-STATUS-FILE
009220     END-IF.
009230     IF NOT JOBSTAT-STATUS-OK
009240         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE'
009250             ' OPENED - STATUS ' WS-JOBSTAT-STATUS
009260         DISPLAY '*** PRIMESCHEDULE STATUS NOT RECORDED ***'
009270         GO TO 9700-EXIT
009280     END-IF.
009290     ACCEPT WS-JOBSTAT-DATE FROM DATE YYYYMMDD.
009300     ACCEPT WS-JOBSTAT-TIME FROM TIME.
009310     MOVE SPACES TO JOB-STATUS-RECORD.
009320     MOVE 'PRIMESCHEDULE' TO JST-PROGRAM-ID.
009330     MOVE WS-JOBSTAT-DATE TO JST-RUN-DATE.
009340     MOVE WS-JOBSTAT-TIME(1:6) TO JST-RUN-TIME.
009350     MOVE RETURN-CODE TO JST-RETURN-CODE.
009360     EVALUATE TRUE
009362         WHEN WS-REFUSED-COUNT > ZERO
009364             MOVE 'F' TO JST-VERDICT
009365             MOVE 'ORDERS REFUSED - SEE SCHRPT'
009367                 TO JST-VERDICT-NOTE
009370         WHEN RETURN-CODE > 4
009380             MOVE 'F' TO JST-VERDICT
009390             MOVE 'SCHEDULE OUT OF BALANCE OR SHORT'
009400                 TO JST-VERDICT-NOTE
009410         WHEN WS-SKIPPED-COUNT > ZERO
009420             MOVE 'W' TO JST-VERDICT
009430             MOVE 'ORDERS SKIPPED - SEE SCHRPT'
009440                 TO JST-VERDICT-NOTE
009450         WHEN OTHER
009460             MOVE 'P' TO JST-VERDICT
009470             MOVE 'SCHEDULE IN BALANCE' TO JST-VERDICT-NOTE
009480     END-EVALUATE.
009490     MOVE 'ORDERS DUE' TO JST-TOTAL-LABEL(1).
009500     MOVE WS-DUE-COUNT TO JST-TOTAL-VALUE(1).
009510     MOVE 'CARDS CUT' TO JST-TOTAL-LABEL(2).
009520     MOVE WS-CUT-COUNT TO JST-TOTAL-VALUE(2).
009530     MOVE 'SKIPPED' TO JST-TOTAL-LABEL(3).
009540     MOVE WS-SKIPPED-COUNT TO JST-TOTAL-VALUE(3).
009550     MOVE 'DUE NEXT 7 DAYS' TO JST-TOTAL-LABEL(4).
009560     MOVE WS-AHEAD-CARDS TO JST-TOTAL-VALUE(4).
009570     WRITE JOB-STATUS-RECORD.
009580     CLOSE JOB-STATUS-FILE.
009590 9700-EXIT.
009600     EXIT.
