000100******************************************************************
000110* PRIMDASH.CBL
000120**
000130* PROGRAM-ID  : PRIMEDASHBOARD
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-10-09
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     MORNING OPERATIONS DASHBOARD OVER THE JOB STATUS FILE
000210*     (PRMJSTAT) EVERY STEP OF THE NIGHTLY STREAM APPENDS TO AS IT
000220*     FINISHES.  PRINTS ONE PAGE FOR THE NIGHT - EACH STEP WITH
000230*     ITS DEADLINE, WHEN IT ENDED, RETURN CODE, VERDICT AND KEY
000240*     CONTROL TOTALS, FLAGGING ANY STEP THAT IS MISSING OR LATE -
000250*     WITH THE SAME STEPS FOR THE SEVEN NIGHTS BEFORE ALONGSIDE,
000260*     AND CLOSES WITH A RELEASE OR HOLD RECOMMENDATION FOR THE
000270*     MORNING HAND-OFF.
000280*
000290*     A NIGHT RUNS FROM NOON ON ITS DATE TO NOON THE NEXT DAY, SO
000300*     A STEP ENDING AT 02:15 BELONGS TO THE NIGHT BEFORE.  THE
000310*     NIGHT IS TODAY MINUS ONE UNLESS THE OPTIONAL DSHCTL CARD
000320*     NAMES ONE (COLS 1-8, YYYYMMDD).  WHEN A STEP WAS RERUN THE
000330*     LAST RECORD FOR THE NIGHT STANDS.
000340*
000350*     HOLD (RETURN-CODE 8) WHEN A REQUIRED STEP IS MISSING OR ANY
000360*     STEP FAILED; RELEASE WITH REVIEW (RETURN-CODE 4) WHEN A STEP
000370*     WARNED OR ENDED PAST ITS DEADLINE; OTHERWISE RELEASE.
000380**
000390* MOD-HISTORY
000400*   DATE        INIT  DESCRIPTION
000410*   ----------  ----  --------------------------------------------
000420*   2026-10-09  JHT   ORIGINAL VERSION.
000422*   2026-10-15  JHT   PRIMESCHEDULE ADDED TO THE STREAM BETWEEN
000424*                     PRIMEINTAKE AND PRIMECHECKER - IT CUTS THE
000427*                     NIGHT'S STANDING ORDER CARDS ONTO PRMCTL.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. PrimeDashboard.
000460 AUTHOR. J. H. TARRANT.
000470 INSTALLATION. DATA CENTER SERVICES.
000480 DATE-WRITTEN. 2026-10-09.
000490 DATE-COMPILED. 2026-10-09.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT DASH-CONTROL-FILE ASSIGN TO DSHCTL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CTL-STATUS.
000570
000580     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-JOBSTAT-STATUS.
000610
000620     SELECT DASHBOARD-REPORT-FILE ASSIGN TO PRMDASH
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*-----------------------------------------------------------------
000690* CONTROL CARD - OPTIONAL NIGHT DATE.  MISSING, EMPTY OR NOT A
000700* VALID DATE MEANS LAST NIGHT.
000710*-----------------------------------------------------------------
000720 FD  DASH-CONTROL-FILE.
000730 01  DASH-CONTROL-RECORD.
000740     05  CTL-NIGHT-DATE              PIC 9(08).
000750     05  FILLER                      PIC X(72).
000760
000770*-----------------------------------------------------------------
000780* JOB STATUS FILE - SAME SHARED LAYOUT EVERY NIGHTLY STEP WRITES.
000790*-----------------------------------------------------------------
000800 FD  JOB-STATUS-FILE.
000810 01  JOB-STATUS-RECORD.
000820     COPY PRMJSTR.
000830
000840 FD  DASHBOARD-REPORT-FILE.
000850 01  DASHBOARD-REPORT-RECORD         PIC X(132).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-FILE-STATUSES.
000890     05  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
000900         88  CTL-STATUS-OK           VALUE '00'.
000910     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
000920         88  JOBSTAT-STATUS-OK       VALUE '00'.
000930     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000940         88  REPORT-STATUS-OK        VALUE '00'.
000950
000960 01  WS-SWITCHES.
000970     05  WS-JOBSTAT-EOF-SW           PIC X(01) VALUE 'N'.
000980         88  END-OF-JOB-STATUS       VALUE 'Y'.
000990     05  WS-STEP-FOUND-SW            PIC X(01) VALUE 'N'.
001000         88  STEP-IS-KNOWN           VALUE 'Y'.
001010
001020*-----------------------------------------------------------------
001030* NIGHTLY STREAM STEPS IN RUN ORDER - PROGRAM ID AS IT APPEARS
001040* ON THE STATUS RECORD, DEADLINE ON THE NIGHT CLOCK (HHMMSS,
001050* AFTER MIDNIGHT CARRIED PAST 240000), AND WHETHER THE STEP
001060* MUST RUN EVERY NIGHT.  THE RETIREMENT AND ARCHIVE STEPS ARE
001070* SCHEDULED ONLY ON THEIR OWN NIGHTS, SO THEIR ABSENCE IS NOT A
001080* HOLD.  KEEP IN STEP WITH THE OPERATIONS SCHEDULE.
001090*-----------------------------------------------------------------
001100 01  WS-STEP-VALUES.
001110     05  FILLER                      PIC X(23)
001120         VALUE 'PRIMEINTAKE     210000Y'.
001123     05  FILLER                      PIC X(23)
001126         VALUE 'PRIMESCHEDULE   213000Y'.
001130     05  FILLER                      PIC X(23)
001140         VALUE 'PRIMECHECKER    250000Y'.
001150     05  FILLER                      PIC X(23)
001160         VALUE 'PRIMEVERIFY     253000Y'.
001170     05  FILLER                      PIC X(23)
001180         VALUE 'PRIMEBALANCE    260000Y'.
001190     05  FILLER                      PIC X(23)
001200         VALUE 'PRIMERECON      263000Y'.
001210     05  FILLER                      PIC X(23)
001220         VALUE 'PRIMEBURST      280000Y'.
001230     05  FILLER                      PIC X(23)
001240         VALUE 'PRIMEALLOCRETIRE290000N'.
001250     05  FILLER                      PIC X(23)
001260         VALUE 'PRIMEARCHIVE    290000N'.
001270 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
001280     05  WS-STEP-ENTRY OCCURS 9 TIMES.
001290         10  STP-PROGRAM-ID          PIC X(16).
001300         10  STP-DEADLINE            PIC 9(06).
001310         10  STP-REQUIRED-SW         PIC X(01).
001320             88  STP-IS-REQUIRED     VALUE 'Y'.
001330 01  WS-STEP-COUNT                   PIC 9(04) COMP VALUE 9.
001340
001350*-----------------------------------------------------------------
001360* STATUS GRID - ONE ROW PER STEP.  NIGHT 1 IS THE NIGHT BEING
001370* REPORTED, NIGHTS 2 THROUGH 8 THE SEVEN BEFORE IT.  THE FULL
001380* DETAIL (RETURN CODE, NOTE, TOTALS) IS KEPT FOR NIGHT 1 ONLY.
001390*-----------------------------------------------------------------
001400 01  WS-SX                           PIC 9(04) COMP VALUE ZERO.
001410 01  WS-NX                           PIC 9(04) COMP VALUE ZERO.
001420 01  WS-TX                           PIC 9(04) COMP VALUE ZERO.
001430 01  WS-STATUS-GRID.
001440     05  WS-GRID-ROW OCCURS 9 TIMES.
001450         10  ROW-RETURN-CODE         PIC 9(03).
001460         10  ROW-VERDICT-NOTE        PIC X(30).
001470         10  ROW-RUN-DATE            PIC 9(08).
001480         10  ROW-RUN-TIME            PIC 9(06).
001490         10  ROW-TOTAL OCCURS 4 TIMES.
001500             15  ROW-TOTAL-LABEL     PIC X(16).
001510             15  ROW-TOTAL-VALUE     PIC 9(09).
001520         10  ROW-NIGHT OCCURS 8 TIMES.
001530             15  NGT-FOUND-SW        PIC X(01).
001540                 88  NGT-FOUND       VALUE 'Y'.
001550             15  NGT-CLOCK           PIC 9(06).
001560             15  NGT-VERDICT         PIC X(01).
001570             15  NGT-LATE-SW         PIC X(01).
001580                 88  NGT-LATE        VALUE 'Y'.
001590
001600*-----------------------------------------------------------------
001610* PER-NIGHT ASSESSMENT - NIGHT DATE AND ITS DATE INTEGER, AND
001620* THE HOLD AND REVIEW SWITCHES ITS STEPS SET.
001630*-----------------------------------------------------------------
001640 01  WS-NIGHT-TABLE.
001650     05  WS-NIGHT-ENTRY OCCURS 8 TIMES.
001660         10  NA-NIGHT-DATE           PIC 9(08).
001670         10  NA-NIGHT-INT            PIC 9(09) COMP-3.
001680         10  NA-HOLD-SW              PIC X(01).
001690             88  NA-HOLD             VALUE 'Y'.
001700         10  NA-REVIEW-SW            PIC X(01).
001710             88  NA-REVIEW           VALUE 'Y'.
001720
001730*-----------------------------------------------------------------
001740* DATE AND NIGHT-CLOCK WORK FIELDS.
001750*-----------------------------------------------------------------
001760 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001770 01  WS-TODAY-INT                    PIC 9(09) COMP-3 VALUE ZERO.
001780 01  WS-TARGET-INT                   PIC 9(09) COMP-3 VALUE ZERO.
001790 01  WS-RUN-INT                      PIC 9(09) COMP-3 VALUE ZERO.
001800 01  WS-NIGHT-OF-RUN                 PIC 9(09) COMP-3 VALUE ZERO.
001810 01  WS-NIGHT-OFFSET                 PIC S9(09) COMP-3 VALUE ZERO.
001820 01  WS-RUN-CLOCK                    PIC 9(06) VALUE ZERO.
001830 01  WS-TIME-PART                    PIC 9(06) VALUE ZERO.
001840 01  WS-TIME-SPLIT REDEFINES WS-TIME-PART.
001850     05  WS-TIME-HH                  PIC 9(02).
001860     05  WS-TIME-MM                  PIC 9(02).
001870     05  WS-TIME-SS                  PIC 9(02).
001880 01  WS-DATE-PART                    PIC 9(08) VALUE ZERO.
001890 01  WS-DATE-SPLIT REDEFINES WS-DATE-PART.
001900     05  WS-DATE-CCYY                PIC 9(04).
001910     05  WS-DATE-MM                  PIC 9(02).
001920     05  WS-DATE-DD                  PIC 9(02).
001930
001940*-----------------------------------------------------------------
001950* RUN CONTROL COUNTERS - RECORDS READ AND SET ASIDE, AND THE
001960* REPORTED NIGHT'S STEP OUTCOMES.
001970*-----------------------------------------------------------------
001980 01  WS-COUNTERS.
001990     05  WS-RECORDS-READ             PIC 9(09) COMP-3 VALUE ZERO.
002000     05  WS-OUTSIDE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002010     05  WS-UNKNOWN-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002020     05  WS-BADSTAMP-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
002030     05  WS-PASSED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
002040     05  WS-WARNED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
002050     05  WS-FAILED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
002060     05  WS-MISSING-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002070     05  WS-LATE-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
002080
002090*-----------------------------------------------------------------
002100* REPORT LINE LAYOUTS - 132 COLUMNS.
002110*-----------------------------------------------------------------
002120 01  WS-TITLE-LINE.
002130     05  FILLER                      PIC X(40)
002140          VALUE 'PRIMEDASHBOARD - NIGHTLY STREAM STATUS'.
002146     05  FILLER                      PIC X(14)
002153         VALUE 'FOR NIGHT OF '.
002160     05  TTL-NIGHT-DATE              PIC 9(08).
002170     05  FILLER                      PIC X(06) VALUE SPACES.
002180     05  FILLER                      PIC X(08) VALUE 'PRINTED '.
002190     05  TTL-TODAY-DATE              PIC 9(08).
002200     05  FILLER                      PIC X(48) VALUE SPACES.
002210
002220 01  WS-HEADING-LINE.
002230     05  FILLER                      PIC X(18) VALUE 'STEP'.
002240     05  FILLER                      PIC X(07) VALUE 'DUE'.
002250     05  FILLER                      PIC X(13) VALUE 'ENDED'.
002260     05  FILLER                      PIC X(05) VALUE ' RC'.
002270     05  FILLER                      PIC X(06) VALUE 'RSLT'.
002280     05  FILLER                      PIC X(09) VALUE 'FLAG'.
002290     05  FILLER                      PIC X(31) VALUE 'NOTE'.
002300     05  HDG-HISTORY OCCURS 7 TIMES.
002310         10  FILLER                  PIC X(01).
002320         10  HDG-HIST-DATE           PIC X(05).
002330     05  FILLER                      PIC X(01) VALUE SPACES.
002340
002350 01  WS-DETAIL-LINE.
002360     05  DTL-STEP                    PIC X(16) VALUE SPACES.
002370     05  FILLER                      PIC X(02) VALUE SPACES.
002380     05  DTL-DUE                     PIC X(05) VALUE SPACES.
002390     05  FILLER                      PIC X(02) VALUE SPACES.
002400     05  DTL-ENDED                   PIC X(11) VALUE SPACES.
002410     05  FILLER                      PIC X(02) VALUE SPACES.
002420     05  DTL-RC                      PIC ZZ9.
002430     05  FILLER                      PIC X(02) VALUE SPACES.
002440     05  DTL-VERDICT                 PIC X(04) VALUE SPACES.
002450     05  FILLER                      PIC X(02) VALUE SPACES.
002460     05  DTL-FLAG                    PIC X(07) VALUE SPACES.
002470     05  FILLER                      PIC X(02) VALUE SPACES.
002480     05  DTL-NOTE                    PIC X(30) VALUE SPACES.
002490     05  FILLER                      PIC X(01) VALUE SPACES.
002500     05  DTL-HISTORY OCCURS 7 TIMES.
002510         10  FILLER                  PIC X(01).
002520         10  DTL-HIST-CELL           PIC X(05).
002530     05  FILLER                      PIC X(01) VALUE SPACES.
002540
002550 01  WS-STEP-TOTALS-LINE.
002560     05  FILLER                      PIC X(04) VALUE SPACES.
002570     05  STT-ENTRY OCCURS 4 TIMES.
002580         10  STT-LABEL               PIC X(16).
002590         10  FILLER                  PIC X(01).
002600         10  STT-VALUE               PIC ZZZZZZZZ9.
002610         10  FILLER                  PIC X(04).
002620     05  FILLER                      PIC X(08) VALUE SPACES.
002630
002640 01  WS-TOTAL-LINE.
002650     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
002660     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002670     05  FILLER                      PIC X(83) VALUE SPACES.
002680
002690 PROCEDURE DIVISION.
002700
002710******************************************************************
002720* 0000-MAIN-PARA
002730* MAINLINE - FILE THE STATUS RECORDS INTO THE GRID, ASSESS EACH
002740* NIGHT, THEN PRINT THE PAGE AND THE RECOMMENDATION.
002750******************************************************************
002760 0000-MAIN-PARA.
002770     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
002780     PERFORM 2000-READ-STATUS-PARA THRU 2000-EXIT
002790         UNTIL END-OF-JOB-STATUS.
002800     PERFORM 3000-ASSESS-NIGHT-PARA THRU 3000-EXIT
002810         VARYING WS-NX FROM 1 BY 1
002820         UNTIL WS-NX > 8.
002830     PERFORM 4000-WRITE-HEADINGS-PARA THRU 4000-EXIT.
002840     PERFORM 5000-WRITE-STEP-PARA THRU 5000-EXIT
002850         VARYING WS-SX FROM 1 BY 1
002860         UNTIL WS-SX > WS-STEP-COUNT.
002870     PERFORM 6000-WRITE-NIGHT-ROW-PARA THRU 6000-EXIT.
002880     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
002890     CLOSE DASHBOARD-REPORT-FILE.
002900     STOP RUN.
002910
002920******************************************************************
002930* 1000-INITIALIZE-PARA
002940* SETTLES THE NIGHT, CLEARS THE GRID, AND OPENS THE FILES.  A
002950* MISSING STATUS FILE IS NOT FATAL - EVERY STEP THEN SHOWS
002960* MISSING AND THE PAGE SAYS HOLD, WHICH IS THE RIGHT ANSWER.
002970******************************************************************
002980 1000-INITIALIZE-PARA.
002990     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003000     COMPUTE WS-TODAY-INT =
003010         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
003020     COMPUTE WS-TARGET-INT = WS-TODAY-INT - 1.
003030     OPEN INPUT DASH-CONTROL-FILE.
003040     IF CTL-STATUS-OK
003050         READ DASH-CONTROL-FILE
003060             AT END
003070                 CONTINUE
003080             NOT AT END
003086                 PERFORM 1100-TAKE-CONTROL-CARD-PARA
003093                     THRU 1100-EXIT
003100         END-READ
003110         CLOSE DASH-CONTROL-FILE
003120     END-IF.
003130     PERFORM 1200-CLEAR-NIGHT-PARA THRU 1200-EXIT
003140         VARYING WS-NX FROM 1 BY 1
003150         UNTIL WS-NX > 8.
003160     PERFORM 1300-CLEAR-STEP-PARA THRU 1300-EXIT
003170         VARYING WS-SX FROM 1 BY 1
003180         UNTIL WS-SX > WS-STEP-COUNT.
003190     DISPLAY 'DASHBOARD FOR NIGHT OF ' NA-NIGHT-DATE(1).
003200
003210     OPEN INPUT JOB-STATUS-FILE.
003220     IF NOT JOBSTAT-STATUS-OK
003230         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE OPENED'
003240             ' - STATUS ' WS-JOBSTAT-STATUS
003250         DISPLAY 'NO STEP CAN BE SHOWN AS RUN - NIGHT WILL HOLD'
003260         SET END-OF-JOB-STATUS TO TRUE
003270     END-IF.
003280     OPEN OUTPUT DASHBOARD-REPORT-FILE.
003290     IF NOT REPORT-STATUS-OK
003300         DISPLAY 'DASHBOARD-REPORT-FILE (PRMDASH) COULD NOT BE'
003310             ' OPENED - STATUS ' WS-REPORT-STATUS
003320         DISPLAY 'DASHBOARD RUN TERMINATED'
003330         MOVE 8 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360 1000-EXIT.
003370     EXIT.
003380
003390 1100-TAKE-CONTROL-CARD-PARA.
003400     IF CTL-NIGHT-DATE NOT NUMERIC
003410         GO TO 1100-EXIT
003420     END-IF.
003430     COMPUTE WS-RUN-INT =
003440         FUNCTION INTEGER-OF-DATE(CTL-NIGHT-DATE).
003450     IF WS-RUN-INT = ZERO
003460         DISPLAY 'DSHCTL NIGHT DATE ' CTL-NIGHT-DATE
003470             ' IS NOT A DATE - REPORTING LAST NIGHT'
003480         GO TO 1100-EXIT
003490     END-IF.
003500     MOVE WS-RUN-INT TO WS-TARGET-INT.
003510 1100-EXIT.
003520     EXIT.
003530
003540 1200-CLEAR-NIGHT-PARA.
003550     COMPUTE NA-NIGHT-INT(WS-NX) = WS-TARGET-INT - WS-NX + 1.
003560     COMPUTE NA-NIGHT-DATE(WS-NX) =
003570         FUNCTION DATE-OF-INTEGER(NA-NIGHT-INT(WS-NX)).
003580     MOVE 'N' TO NA-HOLD-SW(WS-NX).
003590     MOVE 'N' TO NA-REVIEW-SW(WS-NX).
003600 1200-EXIT.
003610     EXIT.
003620
003630 1300-CLEAR-STEP-PARA.
003640     MOVE ZERO TO ROW-RETURN-CODE(WS-SX).
003650     MOVE SPACES TO ROW-VERDICT-NOTE(WS-SX).
003660     MOVE ZERO TO ROW-RUN-DATE(WS-SX).
003670     MOVE ZERO TO ROW-RUN-TIME(WS-SX).
003680     PERFORM 1310-CLEAR-TOTAL-PARA THRU 1310-EXIT
003690         VARYING WS-TX FROM 1 BY 1
003700         UNTIL WS-TX > 4.
003710     PERFORM 1320-CLEAR-CELL-PARA THRU 1320-EXIT
003720         VARYING WS-NX FROM 1 BY 1
003730         UNTIL WS-NX > 8.
003740 1300-EXIT.
003750     EXIT.
003760
003770 1310-CLEAR-TOTAL-PARA.
003780     MOVE SPACES TO ROW-TOTAL-LABEL(WS-SX, WS-TX).
003790     MOVE ZERO TO ROW-TOTAL-VALUE(WS-SX, WS-TX).
003800 1310-EXIT.
003810     EXIT.
003820
003830 1320-CLEAR-CELL-PARA.
003840     MOVE 'N' TO NGT-FOUND-SW(WS-SX, WS-NX).
003850     MOVE ZERO TO NGT-CLOCK(WS-SX, WS-NX).
003860     MOVE SPACE TO NGT-VERDICT(WS-SX, WS-NX).
003870     MOVE 'N' TO NGT-LATE-SW(WS-SX, WS-NX).
003880 1320-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* 2000-READ-STATUS-PARA
003930******************************************************************
003940 2000-READ-STATUS-PARA.
003950     READ JOB-STATUS-FILE
003960         AT END
003970             SET END-OF-JOB-STATUS TO TRUE
003980             CLOSE JOB-STATUS-FILE
003990         NOT AT END
004000             ADD 1 TO WS-RECORDS-READ
004010             PERFORM 2100-FILE-STATUS-PARA THRU 2100-EXIT
004020     END-READ.
004030 2000-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 2100-FILE-STATUS-PARA
004080* PLACES ONE STATUS RECORD IN THE GRID - WHICH STEP, WHICH OF
004090* THE EIGHT NIGHTS (ENDING BEFORE NOON COUNTS TO THE NIGHT
004100* BEFORE, ON A CLOCK CARRIED PAST 240000), AND ONLY IF IT ENDED
004110* NO EARLIER THAN WHAT THE CELL ALREADY HOLDS, SO A RERUN
004120* REPLACES THE RUN IT CORRECTED.
004130******************************************************************
004140 2100-FILE-STATUS-PARA.
004150     MOVE 'N' TO WS-STEP-FOUND-SW.
004160     PERFORM 2110-FIND-STEP-PARA THRU 2110-EXIT
004170         VARYING WS-SX FROM 1 BY 1
004180         UNTIL WS-SX > WS-STEP-COUNT
004190            OR STEP-IS-KNOWN.
004200     IF NOT STEP-IS-KNOWN
004210         ADD 1 TO WS-UNKNOWN-COUNT
004220         GO TO 2100-EXIT
004230     END-IF.
004240     SUBTRACT 1 FROM WS-SX.
004250     IF JST-RUN-DATE NOT NUMERIC
004260      OR JST-RUN-TIME NOT NUMERIC
004270         ADD 1 TO WS-BADSTAMP-COUNT
004280         GO TO 2100-EXIT
004290     END-IF.
004300     COMPUTE WS-RUN-INT =
004310         FUNCTION INTEGER-OF-DATE(JST-RUN-DATE).
004320     IF WS-RUN-INT = ZERO
004330         ADD 1 TO WS-BADSTAMP-COUNT
004340         GO TO 2100-EXIT
004350     END-IF.
004360     IF JST-RUN-TIME < 120000
004370         COMPUTE WS-NIGHT-OF-RUN = WS-RUN-INT - 1
004380         COMPUTE WS-RUN-CLOCK = JST-RUN-TIME + 240000
004390     ELSE
004400         MOVE WS-RUN-INT TO WS-NIGHT-OF-RUN
004410         MOVE JST-RUN-TIME TO WS-RUN-CLOCK
004420     END-IF.
004430     COMPUTE WS-NIGHT-OFFSET = WS-TARGET-INT - WS-NIGHT-OF-RUN.
004440     IF WS-NIGHT-OFFSET < ZERO OR WS-NIGHT-OFFSET > 7
004450         ADD 1 TO WS-OUTSIDE-COUNT
004460         GO TO 2100-EXIT
004470     END-IF.
004480     COMPUTE WS-NX = WS-NIGHT-OFFSET + 1.
004490     IF NGT-FOUND(WS-SX, WS-NX)
004500      AND WS-RUN-CLOCK < NGT-CLOCK(WS-SX, WS-NX)
004510         GO TO 2100-EXIT
004520     END-IF.
004530     MOVE 'Y' TO NGT-FOUND-SW(WS-SX, WS-NX).
004540     MOVE WS-RUN-CLOCK TO NGT-CLOCK(WS-SX, WS-NX).
004550     MOVE JST-VERDICT TO NGT-VERDICT(WS-SX, WS-NX).
004560     IF WS-NX = 1
004570         MOVE JST-RETURN-CODE TO ROW-RETURN-CODE(WS-SX)
004580         MOVE JST-VERDICT-NOTE TO ROW-VERDICT-NOTE(WS-SX)
004590         MOVE JST-RUN-DATE TO ROW-RUN-DATE(WS-SX)
004600         MOVE JST-RUN-TIME TO ROW-RUN-TIME(WS-SX)
004610         PERFORM 2120-KEEP-TOTAL-PARA THRU 2120-EXIT
004620             VARYING WS-TX FROM 1 BY 1
004630             UNTIL WS-TX > 4
004640     END-IF.
004650 2100-EXIT.
004660     EXIT.
004670
004680 2110-FIND-STEP-PARA.
004690     IF JST-PROGRAM-ID = STP-PROGRAM-ID(WS-SX)
004700         SET STEP-IS-KNOWN TO TRUE
004710     END-IF.
004720 2110-EXIT.
004730     EXIT.
004740
004750 2120-KEEP-TOTAL-PARA.
004760     MOVE JST-TOTAL-LABEL(WS-TX) TO ROW-TOTAL-LABEL(WS-SX, WS-TX).
004770     IF JST-TOTAL-VALUE(WS-TX) NUMERIC
004780         MOVE JST-TOTAL-VALUE(WS-TX)
004790             TO ROW-TOTAL-VALUE(WS-SX, WS-TX)
004800     ELSE
004810         MOVE ZERO TO ROW-TOTAL-VALUE(WS-SX, WS-TX)
004820     END-IF.
004830 2120-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 3000-ASSESS-NIGHT-PARA
004880* ONE NIGHT ACROSS ALL ITS STEPS.
004890******************************************************************
004900 3000-ASSESS-NIGHT-PARA.
004910     PERFORM 3100-ASSESS-CELL-PARA THRU 3100-EXIT
004920         VARYING WS-SX FROM 1 BY 1
004930         UNTIL WS-SX > WS-STEP-COUNT.
004940 3000-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980* 3100-ASSESS-CELL-PARA
004990* ONE STEP ON ONE NIGHT.  A REQUIRED STEP WITH NO RECORD OR ANY
005000* FAILED STEP HOLDS THE NIGHT; A WARNING OR A STEP ENDING PAST
005010* ITS DEADLINE CALLS FOR REVIEW.  AN UNRECOGNISED VERDICT IS
005020* TREATED AS A FAILURE - THE DASHBOARD NEVER GUESSES A PASS.
005030* THE REPORTED NIGHT'S OUTCOMES ARE COUNTED FOR THE TOTALS.
005040******************************************************************
005050 3100-ASSESS-CELL-PARA.
005060     IF NOT NGT-FOUND(WS-SX, WS-NX)
005070         IF STP-IS-REQUIRED(WS-SX)
005080             MOVE 'Y' TO NA-HOLD-SW(WS-NX)
005090             IF WS-NX = 1
005100                 ADD 1 TO WS-MISSING-COUNT
005110             END-IF
005120         END-IF
005130         GO TO 3100-EXIT
005140     END-IF.
005150     IF NGT-CLOCK(WS-SX, WS-NX) > STP-DEADLINE(WS-SX)
005160         MOVE 'Y' TO NGT-LATE-SW(WS-SX, WS-NX)
005170         MOVE 'Y' TO NA-REVIEW-SW(WS-NX)
005180         IF WS-NX = 1
005190             ADD 1 TO WS-LATE-COUNT
005200         END-IF
005210     END-IF.
005220     EVALUATE NGT-VERDICT(WS-SX, WS-NX)
005230         WHEN 'P'
005240             IF WS-NX = 1
005250                 ADD 1 TO WS-PASSED-COUNT
005260             END-IF
005270         WHEN 'W'
005280             MOVE 'Y' TO NA-REVIEW-SW(WS-NX)
005290             IF WS-NX = 1
005300                 ADD 1 TO WS-WARNED-COUNT
005310             END-IF
005320         WHEN OTHER
005330             MOVE 'Y' TO NA-HOLD-SW(WS-NX)
005340             IF WS-NX = 1
005350                 ADD 1 TO WS-FAILED-COUNT
005360             END-IF
005370     END-EVALUATE.
005380 3100-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 4000-WRITE-HEADINGS-PARA
005430* TITLE, THEN THE COLUMN HEADINGS WITH THE SEVEN PRIOR NIGHTS
005440* DATED MM/DD, MOST RECENT FIRST.
005450******************************************************************
005460 4000-WRITE-HEADINGS-PARA.
005470     MOVE NA-NIGHT-DATE(1) TO TTL-NIGHT-DATE.
005480     MOVE WS-TODAY-DATE TO TTL-TODAY-DATE.
005490     MOVE WS-TITLE-LINE TO DASHBOARD-REPORT-RECORD.
005500     WRITE DASHBOARD-REPORT-RECORD.
005510     MOVE SPACES TO DASHBOARD-REPORT-RECORD.
005520     WRITE DASHBOARD-REPORT-RECORD.
005530     PERFORM 4100-DATE-HISTORY-PARA THRU 4100-EXIT
005540         VARYING WS-NX FROM 2 BY 1
005550         UNTIL WS-NX > 8.
005560     MOVE WS-HEADING-LINE TO DASHBOARD-REPORT-RECORD.
005570     WRITE DASHBOARD-REPORT-RECORD.
005580 4000-EXIT.
005590     EXIT.
005600
005610 4100-DATE-HISTORY-PARA.
005620     COMPUTE WS-TX = WS-NX - 1.
005630     MOVE NA-NIGHT-DATE(WS-NX) TO WS-DATE-PART.
005640     MOVE SPACE TO HDG-HISTORY(WS-TX).
005650     STRING WS-DATE-MM        DELIMITED BY SIZE
005660            '/'               DELIMITED BY SIZE
005670            WS-DATE-DD        DELIMITED BY SIZE
005680         INTO HDG-HIST-DATE(WS-TX)
005690     END-STRING.
005700 4100-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 5000-WRITE-STEP-PARA
005750* ONE STEP - ITS DEADLINE, THE REPORTED NIGHT'S RESULT AND FLAG,
005760* AND ITS HISTORY CELLS; THEN ITS CONTROL TOTALS WHEN IT RAN.
005770******************************************************************
005780 5000-WRITE-STEP-PARA.
005790     MOVE SPACES TO WS-DETAIL-LINE.
005800     MOVE STP-PROGRAM-ID(WS-SX) TO DTL-STEP.
005810     MOVE STP-DEADLINE(WS-SX) TO WS-TIME-PART.
005820     PERFORM 5100-FORMAT-CLOCK-PARA THRU 5100-EXIT.
005840     STRING WS-TIME-HH        DELIMITED BY SIZE
005850            ':'               DELIMITED BY SIZE
005860            WS-TIME-MM        DELIMITED BY SIZE
005870         INTO DTL-DUE
005880     END-STRING.
005890     MOVE 1 TO WS-NX.
005900     IF NGT-FOUND(WS-SX, 1)
005910         MOVE ROW-RUN-DATE(WS-SX) TO WS-DATE-PART
005920         MOVE ROW-RUN-TIME(WS-SX) TO WS-TIME-PART
005930         STRING WS-DATE-MM        DELIMITED BY SIZE
005940                '/'               DELIMITED BY SIZE
005950                WS-DATE-DD        DELIMITED BY SIZE
005960                ' '               DELIMITED BY SIZE
005970                WS-TIME-HH        DELIMITED BY SIZE
005980                ':'               DELIMITED BY SIZE
005990                WS-TIME-MM        DELIMITED BY SIZE
006000             INTO DTL-ENDED
006010         END-STRING
006020         MOVE ROW-RETURN-CODE(WS-SX) TO DTL-RC
006030         EVALUATE NGT-VERDICT(WS-SX, 1)
006040             WHEN 'P'
006050                 MOVE 'PASS' TO DTL-VERDICT
006060             WHEN 'W'
006070                 MOVE 'WARN' TO DTL-VERDICT
006080             WHEN OTHER
006090                 MOVE 'FAIL' TO DTL-VERDICT
006100         END-EVALUATE
006110         IF NGT-LATE(WS-SX, 1)
006120             MOVE 'LATE' TO DTL-FLAG
006130         END-IF
006140         MOVE ROW-VERDICT-NOTE(WS-SX) TO DTL-NOTE
006150     ELSE
006160         IF STP-IS-REQUIRED(WS-SX)
006170             MOVE 'MISSING' TO DTL-FLAG
006179             MOVE 'NO STATUS RECORD - DID NOT RUN'
006190                 TO DTL-NOTE
006200         ELSE
006210             MOVE 'NOT RUN' TO DTL-FLAG
006220             MOVE 'NOT SCHEDULED OR NOT RUN' TO DTL-NOTE
006230         END-IF
006240     END-IF.
006250     PERFORM 5200-HISTORY-CELL-PARA THRU 5200-EXIT
006260         VARYING WS-NX FROM 2 BY 1
006270         UNTIL WS-NX > 8.
006280     MOVE WS-DETAIL-LINE TO DASHBOARD-REPORT-RECORD.
006290     WRITE DASHBOARD-REPORT-RECORD.
006300     IF NOT NGT-FOUND(WS-SX, 1)
006310         GO TO 5000-EXIT
006320     END-IF.
006330     MOVE SPACES TO WS-STEP-TOTALS-LINE.
006340     PERFORM 5300-STEP-TOTAL-PARA THRU 5300-EXIT
006350         VARYING WS-TX FROM 1 BY 1
006360         UNTIL WS-TX > 4.
006362     IF WS-STEP-TOTALS-LINE = SPACES
006364         GO TO 5000-EXIT
006367     END-IF.
006370     MOVE WS-STEP-TOTALS-LINE TO DASHBOARD-REPORT-RECORD.
006380     WRITE DASHBOARD-REPORT-RECORD.
006390 5000-EXIT.
006400     EXIT.
006410
006420 5100-FORMAT-CLOCK-PARA.
006430     IF WS-TIME-PART NOT < 240000
006440         SUBTRACT 240000 FROM WS-TIME-PART
006450     END-IF.
006460 5100-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500* 5200-HISTORY-CELL-PARA
006510* ONE PRIOR NIGHT FOR THE STEP - P, W OR F, WITH L WHEN IT ENDED
006520* PAST ITS DEADLINE; '-' FOR A REQUIRED STEP THAT NEVER RAN AND
006530* '.' FOR AN OPTIONAL ONE.
006540******************************************************************
006550 5200-HISTORY-CELL-PARA.
006560     COMPUTE WS-TX = WS-NX - 1.
006570     MOVE SPACES TO DTL-HISTORY(WS-TX).
006580     IF NOT NGT-FOUND(WS-SX, WS-NX)
006590         IF STP-IS-REQUIRED(WS-SX)
006600             MOVE '  -' TO DTL-HIST-CELL(WS-TX)
006610         ELSE
006620             MOVE '  .' TO DTL-HIST-CELL(WS-TX)
006630         END-IF
006640         GO TO 5200-EXIT
006650     END-IF.
006660     EVALUATE NGT-VERDICT(WS-SX, WS-NX)
006670         WHEN 'P'
006680             MOVE '  P' TO DTL-HIST-CELL(WS-TX)
006690         WHEN 'W'
006700             MOVE '  W' TO DTL-HIST-CELL(WS-TX)
006710         WHEN OTHER
006720             MOVE '  F' TO DTL-HIST-CELL(WS-TX)
006730     END-EVALUATE.
006740     IF NGT-LATE(WS-SX, WS-NX)
006750         MOVE 'L' TO DTL-HIST-CELL(WS-TX)(4:1)
006760     END-IF.
006770 5200-EXIT.
006780     EXIT.
006790
006800 5300-STEP-TOTAL-PARA.
006810     IF ROW-TOTAL-LABEL(WS-SX, WS-TX) = SPACES
006820         GO TO 5300-EXIT
006830     END-IF.
006840     MOVE ROW-TOTAL-LABEL(WS-SX, WS-TX) TO STT-LABEL(WS-TX).
006850     MOVE ROW-TOTAL-VALUE(WS-SX, WS-TX) TO STT-VALUE(WS-TX).
006860 5300-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900* 6000-WRITE-NIGHT-ROW-PARA
006910* THE CALL FOR EACH NIGHT UNDER ITS COLUMN - HOLD, REVIEW OR
006920* RELEASE - SO A STREAM THAT KEEPS HOLDING SHOWS AS A RUN.
006930******************************************************************
006940 6000-WRITE-NIGHT-ROW-PARA.
006950     MOVE SPACES TO DASHBOARD-REPORT-RECORD.
006960     WRITE DASHBOARD-REPORT-RECORD.
006970     MOVE SPACES TO WS-DETAIL-LINE.
006980     MOVE 'NIGHT CALL' TO DTL-STEP.
006990     MOVE 1 TO WS-NX.
007000     PERFORM 6100-NIGHT-CALL-PARA THRU 6100-EXIT.
007010     MOVE DTL-HIST-CELL(1) TO DTL-VERDICT.
007020     PERFORM 6100-NIGHT-CALL-PARA THRU 6100-EXIT
007030         VARYING WS-NX FROM 2 BY 1
007040         UNTIL WS-NX > 8.
007050     MOVE WS-DETAIL-LINE TO DASHBOARD-REPORT-RECORD.
007060     WRITE DASHBOARD-REPORT-RECORD.
007070 6000-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110* 6100-NIGHT-CALL-PARA
007120* NIGHT 1 IS BUILT IN HISTORY CELL 1 AND MOVED TO THE RESULT
007130* COLUMN BEFORE THE PRIOR NIGHTS OVERLAY THE HISTORY CELLS.
007140******************************************************************
007150 6100-NIGHT-CALL-PARA.
007160     IF WS-NX = 1
007170         MOVE 1 TO WS-TX
007180     ELSE
007190         COMPUTE WS-TX = WS-NX - 1
007200     END-IF.
007210     MOVE SPACES TO DTL-HISTORY(WS-TX).
007220     EVALUATE TRUE
007230         WHEN NA-HOLD(WS-NX)
007240             MOVE 'HOLD' TO DTL-HIST-CELL(WS-TX)
007250         WHEN NA-REVIEW(WS-NX)
007260             MOVE 'REVW' TO DTL-HIST-CELL(WS-TX)
007270         WHEN OTHER
007280             MOVE 'REL' TO DTL-HIST-CELL(WS-TX)
007290     END-EVALUATE.
007300 6100-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340* 8000-TOTALS-PARA
007350* THE REPORTED NIGHT'S STEP COUNTS, THE RECORDS SET ASIDE, AND
007360* THE RECOMMENDATION - ON THE PAGE, ON THE CONSOLE, AND IN THE
007370* RETURN CODE SO THE SCHEDULER CAN GATE THE HAND-OFF ON IT.
007380******************************************************************
007390 8000-TOTALS-PARA.
007400     MOVE SPACES TO DASHBOARD-REPORT-RECORD.
007410     WRITE DASHBOARD-REPORT-RECORD.
007420
007430     MOVE 'STEPS PASSED' TO TOT-LABEL.
007440     MOVE WS-PASSED-COUNT TO TOT-VALUE.
007450     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
007460     WRITE DASHBOARD-REPORT-RECORD.
007470
007480     MOVE 'STEPS WARNED' TO TOT-LABEL.
007490     MOVE WS-WARNED-COUNT TO TOT-VALUE.
007500     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
007510     WRITE DASHBOARD-REPORT-RECORD.
007520
007530     MOVE 'STEPS FAILED' TO TOT-LABEL.
007540     MOVE WS-FAILED-COUNT TO TOT-VALUE.
007550     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
007560     WRITE DASHBOARD-REPORT-RECORD.
007570
007580     MOVE 'REQUIRED STEPS MISSING' TO TOT-LABEL.
007590     MOVE WS-MISSING-COUNT TO TOT-VALUE.
007600     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
007610     WRITE DASHBOARD-REPORT-RECORD.
007620
007630     MOVE 'STEPS ENDED PAST DEADLINE' TO TOT-LABEL.
007640     MOVE WS-LATE-COUNT TO TOT-VALUE.
007650     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
007660     WRITE DASHBOARD-REPORT-RECORD.
007670
007680     MOVE 'STATUS RECORDS READ' TO TOT-LABEL.
007690     MOVE WS-RECORDS-READ TO TOT-VALUE.
007700     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
007710     WRITE DASHBOARD-REPORT-RECORD.
007720
007730     MOVE 'RECORDS OUTSIDE THE EIGHT NIGHTS' TO TOT-LABEL.
007740     MOVE WS-OUTSIDE-COUNT TO TOT-VALUE.
007750     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
007760     WRITE DASHBOARD-REPORT-RECORD.
007770
007780     MOVE 'RECORDS FOR UNLISTED PROGRAMS' TO TOT-LABEL.
007790     MOVE WS-UNKNOWN-COUNT TO TOT-VALUE.
007800     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
007810     WRITE DASHBOARD-REPORT-RECORD.
007820
007830     MOVE 'RECORDS WITH UNREADABLE STAMPS' TO TOT-LABEL.
007840     MOVE WS-BADSTAMP-COUNT TO TOT-VALUE.
007850     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
007860     WRITE DASHBOARD-REPORT-RECORD.
007870
007880     MOVE SPACES TO DASHBOARD-REPORT-RECORD.
007890     WRITE DASHBOARD-REPORT-RECORD.
007900     MOVE SPACES TO WS-TOTAL-LINE.
007910     EVALUATE TRUE
007920         WHEN NA-HOLD(1)
007935             MOVE '*** RECOMMENDATION: HOLD ***' TO TOT-LABEL
007950             DISPLAY '*** PRIMEDASHBOARD - HOLD - SEE PRMDASH ***'
007960             MOVE 8 TO RETURN-CODE
007970         WHEN NA-REVIEW(1)
007980             MOVE 'RECOMMENDATION: RELEASE - REVIEW WARNINGS'
007990                 TO TOT-LABEL
008000             DISPLAY 'PRIMEDASHBOARD - RELEASE AFTER REVIEWING'
008010                 ' WARNINGS - SEE PRMDASH'
008020             MOVE 4 TO RETURN-CODE
008030         WHEN OTHER
008040             MOVE 'RECOMMENDATION: RELEASE' TO TOT-LABEL
008050             DISPLAY 'PRIMEDASHBOARD - RELEASE'
008060     END-EVALUATE.
008070     MOVE WS-TOTAL-LINE TO DASHBOARD-REPORT-RECORD.
008080     WRITE DASHBOARD-REPORT-RECORD.
008090 8000-EXIT.
008100     EXIT.
