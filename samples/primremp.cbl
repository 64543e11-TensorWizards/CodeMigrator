000100******************************************************************
000110* PRIMREMP.CBL
000120**
000130* PROGRAM-ID  : PRIMEDEPTREMAP
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-10-14
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     REMAP RUN FOR DEPARTMENT MERGES.  PRIMEDEPTMAINT FILES A
000210*     MERGE ('M' CARD) ON THE OLD CODE'S PRMDEPT RECORD - THE
000220*     SUCCESSOR CODE AND THE DATE THE MERGE TAKES EFFECT.  THIS
000230*     JOB PICKS UP EVERY MERGE IN EFFECT AS OF TODAY, DEACTIVATES
000240*     ANY OLD CODE STILL ACTIVE, AND MOVES THE OLD CODE'S OPEN
000250*     WORK UNDER THE SUCCESSOR:
000260*       PRMALOC - EVERY ROW STILL ON THE LIVE EXTRACT (ROWS THE
000270*                 ALLOCATION SYSTEM HAS ACKNOWLEDGED ARE RETIRED
000280*                 TO PRMALARC BY PRIMEALLOCRETIRE AND STAY AS
000290*                 THEY WERE);
000300*       PRMSUBS - EVERY NEXT-PRIME SUBSTITUTE ROW;
000310*       PRMUSE  - EVERY USAGE RECORD IN A MONTH NOT YET CLOSED
000320*                 ON PRMBCLS - A CLOSED MONTH HAS BEEN BILLED
000330*                 AND ITS RECORDS STAY UNDER THE CODE THEY WERE
000340*                 BILLED TO;
000350*       PRMASGN - EVERY PRIME THE LEDGER STILL SHOWS ASSIGNED,
000360*                 SO THE SUCCESSOR IS NOT REFUSED ITS OWN PRIMES
000370*                 AS HELD ELSEWHERE.
000380*     RECORDS ARE REWRITTEN IN PLACE - SAME LENGTH, SAME ORDER,
000390*     ONLY THE DEPT CODE CHANGES.  A RECORD ALREADY MOVED IS NOT
000400*     FOUND UNDER THE OLD CODE AGAIN, SO A RUN THAT ABENDS PART
000410*     WAY IS SIMPLY RUN AGAIN, AND A RERUN WITH NOTHING LEFT TO
000420*     MOVE CHANGES NOTHING.  EACH FILE IS READ A SECOND TIME
000430*     AFTER THE REMAP, AND THE REPORT (DPTRMRPT) PROVES IT:
000440*     RECORDS READ BEFORE = AFTER, NO OPEN RECORD LEFT UNDER A
000450*     MERGED CODE, AND THE SUCCESSORS' RECORDS AFTER = BEFORE +
000460*     MOVED.  ANYTHING ELSE IS OUT OF BALANCE AND SETS
000470*     RETURN-CODE 8.  RUN IT AFTER PRIMEDEPTMAINT WHEN A MERGE
000480*     IS FILED, AND NIGHTLY WHILE ONE IS PENDING.
000490**
000500* MOD-HISTORY
000510*   DATE        INIT  DESCRIPTION
000520*   ----------  ----  --------------------------------------------
000530*   2026-10-14  JHT   ORIGINAL VERSION.
000533*   2026-10-15  JHT   A FILE THAT WILL NOT REOPEN FOR THE RE-COUNT
000536*                     IS REPORTED AND SETS RC 8.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. PrimeDeptRemap.
000570 AUTHOR. J. H. TARRANT.
000580 INSTALLATION. DATA CENTER SERVICES.
000590 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED. 2026-10-14.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT DEPT-REFERENCE-FILE ASSIGN TO PRMDEPT
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS DPT-CODE
000690         FILE STATUS IS WS-DEPT-STATUS.
000700
000710     SELECT PRIME-ALLOCATION-EXTRACT ASSIGN TO PRMALOC
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ALLOCATION-STATUS.
000740
000750     SELECT PRIME-SUBSTITUTE-EXTRACT ASSIGN TO PRMSUBS
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-SUBSTITUTE-STATUS.
000780
000790     SELECT PRIME-USAGE-FILE ASSIGN TO PRMUSE
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-USAGE-STATUS.
000820
000830     SELECT MONTH-CLOSE-FILE ASSIGN TO PRMBCLS
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS BCL-BILL-MONTH
000870         FILE STATUS IS WS-CLOSE-STATUS.
000880
000890     SELECT ASSIGNMENT-LEDGER-FILE ASSIGN TO PRMASGN
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS ASG-NUM
000930         FILE STATUS IS WS-LEDGER-STATUS.
000940
000950     SELECT REMAP-REPORT-FILE ASSIGN TO DPTRMRPT
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-REPORT-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010*-----------------------------------------------------------------
001020* DEPARTMENT REFERENCE MASTER - SHARED LAYOUT WITH PRIMEDEPTMAINT
001030* AND PRIMECHECKER VIA COPYBOOK.  THE MERGES ARE READ OFF IT AND
001040* AN OLD CODE WHOSE MERGE HAS COME DUE IS DEACTIVATED ON IT.
001050*-----------------------------------------------------------------
001060 FD  DEPT-REFERENCE-FILE.
001070 01  DEPT-REFERENCE-RECORD.
001080     COPY PRMDPTR.
001090
001100*-----------------------------------------------------------------
001110* ALLOCATION EXTRACT - SAME SHARED LAYOUT PRIMECHECKER WRITES.
001120*-----------------------------------------------------------------
001130 FD  PRIME-ALLOCATION-EXTRACT.
001140 01  PRIME-ALLOCATION-RECORD.
001150     COPY PRMALCR.
001160
001170*-----------------------------------------------------------------
001180* NEXT-PRIME SUBSTITUTE EXTRACT - SAME LAYOUT PRIMECHECKER WRITES.
001190*-----------------------------------------------------------------
001200 FD  PRIME-SUBSTITUTE-EXTRACT.
001210 01  PRIME-SUBSTITUTE-RECORD.
001220     05  SUB-ORIG-NUM                PIC 9(09).
001230     05  SUB-PRIME-NUM               PIC 9(09).
001240     05  SUB-TIMESTAMP               PIC X(15).
001250     05  SUB-DEPT-CODE               PIC X(04).
001260     05  SUB-REF-ID                  PIC X(12).
001270     05  SUB-REQUEST-SEQ             PIC 9(03).
001280     05  FILLER                      PIC X(28).
001290
001300*-----------------------------------------------------------------
001310* BILLABLE USAGE - SAME SHARED LAYOUT PRIMECHECKER WRITES AND
001320* PRIMEBILLING READS.
001330*-----------------------------------------------------------------
001340 FD  PRIME-USAGE-FILE.
001350 01  PRIME-USAGE-RECORD.
001360     COPY PRMUSER.
001370
001380*-----------------------------------------------------------------
001390* BILLING MONTH CLOSE - ONE RECORD PER MONTH PRIMEBILLING HAS
001400* CLOSED.  USAGE IN A CLOSED MONTH HAS BEEN BILLED.
001410*-----------------------------------------------------------------
001420 FD  MONTH-CLOSE-FILE.
001430 01  MONTH-CLOSE-RECORD.
001440     COPY PRMBCLR.
001450
001460*-----------------------------------------------------------------
001470* PRIME ASSIGNMENT LEDGER - SHARED LAYOUT WITH PRIMECHECKER.
001480*-----------------------------------------------------------------
001490 FD  ASSIGNMENT-LEDGER-FILE.
001500 01  ASSIGNMENT-LEDGER-RECORD.
001510     COPY PRMASGR.
001520
001530 FD  REMAP-REPORT-FILE.
001540 01  REMAP-REPORT-RECORD             PIC X(80).
001550
001560 WORKING-STORAGE SECTION.
001570*-----------------------------------------------------------------
001580* FILE STATUS SWITCHES
001590*-----------------------------------------------------------------
001600 01  WS-FILE-STATUSES.
001610     05  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
001620         88  DEPT-STATUS-OK          VALUE '00'.
001630     05  WS-ALLOCATION-STATUS        PIC X(02) VALUE SPACES.
001640         88  ALLOCATION-STATUS-OK    VALUE '00'.
001650     05  WS-SUBSTITUTE-STATUS        PIC X(02) VALUE SPACES.
001660         88  SUBSTITUTE-STATUS-OK    VALUE '00'.
001670     05  WS-USAGE-STATUS             PIC X(02) VALUE SPACES.
001680         88  USAGE-STATUS-OK         VALUE '00'.
001690     05  WS-CLOSE-STATUS             PIC X(02) VALUE SPACES.
001700         88  CLOSE-STATUS-OK         VALUE '00'.
001710     05  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
001720         88  LEDGER-STATUS-OK        VALUE '00'.
001730     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001740         88  REPORT-STATUS-OK        VALUE '00'.
001750
001760 01  WS-SWITCHES.
001770     05  WS-DEPT-EOF-SW              PIC X(01) VALUE 'N'.
001780         88  END-OF-DEPT-FILE        VALUE 'Y'.
001790     05  WS-PASS-EOF-SW              PIC X(01) VALUE 'N'.
001800         88  END-OF-PASS             VALUE 'Y'.
001810     05  WS-CLOSE-FILE-SW            PIC X(01) VALUE 'N'.
001820         88  CLOSE-FILE-AVAILABLE    VALUE 'Y'.
001830     05  WS-MONTH-CLOSED-SW          PIC X(01) VALUE 'N'.
001840         88  MONTH-IS-CLOSED         VALUE 'Y'.
001850     05  WS-SUCCESSOR-SW             PIC X(01) VALUE 'N'.
001860         88  CODE-IS-SUCCESSOR       VALUE 'Y'.
001870     05  WS-RECORD-OPEN-SW           PIC X(01) VALUE 'N'.
001880         88  RECORD-IS-OPEN          VALUE 'Y'.
001890     05  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
001900         88  MERGE-TABLE-FULL        VALUE 'Y'.
001910
001920 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001930 01  WS-CHECK-CODE                   PIC X(04) VALUE SPACES.
001940 01  WS-OPEN-STATUS                  PIC X(02) VALUE SPACES.
001950 01  WS-MONTH-CHECKED                PIC X(06) VALUE SPACES.
001960 01  WS-MONTH-NUM REDEFINES WS-MONTH-CHECKED
001970                                     PIC 9(06).
001980
001990*-----------------------------------------------------------------
002000* MERGES IN EFFECT - LOADED FROM PRMDEPT AT START OF RUN.  EACH
002010* ENTRY CARRIES HOW MANY RECORDS OF EACH FILE WERE MOVED FROM
002020* THE OLD CODE TO ITS SUCCESSOR (1 PRMALOC, 2 PRMSUBS, 3 PRMUSE,
002030* 4 PRMASGN).  WS-MERGE-FOUND IS THE ENTRY FOR WS-CHECK-CODE AS
002040* AN OLD CODE, ZERO WHEN IT IS NOT ONE.
002050*-----------------------------------------------------------------
002060 01  WS-MERGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
002070 01  WS-MX                           PIC 9(04) COMP VALUE ZERO.
002080 01  WS-MERGE-FOUND                  PIC 9(04) COMP VALUE ZERO.
002090 01  WS-MERGE-TABLE.
002100     05  WS-MERGE-ENTRY OCCURS 500 TIMES.
002110         10  WS-MRG-OLD-CODE         PIC X(04).
002120         10  WS-MRG-NEW-CODE         PIC X(04).
002130         10  WS-MRG-DATE             PIC 9(08).
002140         10  WS-MRG-MOVED            PIC 9(09) COMP-3
002150                                     OCCURS 4 TIMES.
002160
002170*-----------------------------------------------------------------
002180* CONTROL TOTALS PER FILE (SAME NUMBERING AS THE MOVED COUNTS).
002190* BEFORE IS COUNTED AS THE REMAP PASS READS, AFTER BY A SECOND
002200* READ OF THE FILE ONCE THE REMAP PASS IS CLOSED.  KEPT IS A
002210* RECORD UNDER A MERGED CODE THAT IS NOT OPEN (BILLED USAGE, A
002220* RELEASED LEDGER ENTRY) AND SO STAYS WHERE IT IS.
002230*-----------------------------------------------------------------
002240 01  WS-FX                           PIC 9(04) COMP VALUE ZERO.
002250 01  WS-FILE-TOTALS.
002260     05  WS-FILE-ENTRY OCCURS 4 TIMES.
002270         10  WS-FT-NAME              PIC X(08).
002280         10  WS-FT-STATE-SW          PIC X(01).
002290             88  FT-FILE-PRESENT     VALUE 'Y'.
002300             88  FT-FILE-MISSING     VALUE 'N'.
002310             88  FT-FILE-FAILED      VALUE 'F'.
002320         10  WS-FT-READ-BEFORE       PIC 9(09) COMP-3.
002330         10  WS-FT-OLD-BEFORE        PIC 9(09) COMP-3.
002340         10  WS-FT-SUCC-BEFORE       PIC 9(09) COMP-3.
002350         10  WS-FT-MOVED             PIC 9(09) COMP-3.
002360         10  WS-FT-KEPT              PIC 9(09) COMP-3.
002370         10  WS-FT-READ-AFTER        PIC 9(09) COMP-3.
002380         10  WS-FT-OPEN-OLD-AFTER    PIC 9(09) COMP-3.
002390         10  WS-FT-SUCC-AFTER        PIC 9(09) COMP-3.
002400         10  WS-FT-EXPECTED          PIC 9(09) COMP-3.
002410
002420 01  WS-COUNTERS.
002430     05  WS-DEPTS-READ               PIC 9(09) COMP-3 VALUE ZERO.
002440     05  WS-PENDING-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002450     05  WS-DEACTIVATED-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
002460     05  WS-REWRITE-FAIL-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
002470     05  WS-OUT-OF-BALANCE-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
002480
002490*-----------------------------------------------------------------
002500* REMAP REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE, MOVED TO
002510* THE FD RECORD IMMEDIATELY BEFORE EACH WRITE.
002520*-----------------------------------------------------------------
002530 01  WS-HEADING-LINE.
002540     05  FILLER                      PIC X(40)
002550         VALUE 'PRIMEDEPTREMAP - DEPARTMENT MERGE REMAP'.
002560     05  FILLER                      PIC X(10) VALUE 'RUN DATE '.
002570     05  HDG-RUN-DATE                PIC 9(08) VALUE ZERO.
002580     05  FILLER                      PIC X(22) VALUE SPACES.
002590
002600 01  WS-SECTION-LINE.
002610     05  SEC-TEXT                    PIC X(60) VALUE SPACES.
002620     05  FILLER                      PIC X(20) VALUE SPACES.
002630
002640 01  WS-MERGE-LINE.
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  MGL-OLD-CODE                PIC X(04) VALUE SPACES.
002670     05  FILLER                      PIC X(06) VALUE ' INTO '.
002680     05  MGL-NEW-CODE                PIC X(04) VALUE SPACES.
002690     05  FILLER                      PIC X(06) VALUE '  EFF '.
002700     05  MGL-DATE                    PIC 9(08) VALUE ZERO.
002710     05  FILLER                      PIC X(02) VALUE SPACES.
002720     05  MGL-NOTE                    PIC X(30) VALUE SPACES.
002730     05  FILLER                      PIC X(18) VALUE SPACES.
002740
002750 01  WS-MOVED-LINE.
002760     05  FILLER                      PIC X(02) VALUE SPACES.
002770     05  MVL-OLD-CODE                PIC X(04) VALUE SPACES.
002780     05  FILLER                      PIC X(04) VALUE ' -> '.
002790     05  MVL-NEW-CODE                PIC X(04) VALUE SPACES.
002800     05  FILLER                      PIC X(07) VALUE '  ALOC '.
002810     05  MVL-ALOC                    PIC ZZZZZZZZ9.
002820     05  FILLER                      PIC X(07) VALUE '  SUBS '.
002830     05  MVL-SUBS                    PIC ZZZZZZZZ9.
002840     05  FILLER                      PIC X(06) VALUE '  USE '.
002850     05  MVL-USE                     PIC ZZZZZZZZ9.
002860     05  FILLER                      PIC X(07) VALUE '  ASGN '.
002870     05  MVL-ASGN                    PIC ZZZZZZZZ9.
002880     05  FILLER                      PIC X(03) VALUE SPACES.
002890
002900 01  WS-TOTAL-LINE.
002910     05  TOT-FILE                    PIC X(08) VALUE SPACES.
002920     05  FILLER                      PIC X(02) VALUE SPACES.
002930     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
002940     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002950     05  FILLER                      PIC X(02) VALUE SPACES.
002960     05  TOT-FLAG                    PIC X(19) VALUE SPACES.
002970
002980 PROCEDURE DIVISION.
002990
003000******************************************************************
003010* 0000-MAIN-PARA
003020* MAINLINE - LOAD THE MERGES IN EFFECT, REMAP AND RE-COUNT EACH
003030* FILE, AND PROVE THE RUN ON THE REMAP REPORT.
003040******************************************************************
003050 0000-MAIN-PARA.
003060     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
003070     PERFORM 2000-LOAD-MERGES-PARA THRU 2000-EXIT.
003080     IF WS-MERGE-COUNT > 0
003090         PERFORM 3000-REMAP-ALLOCATION-PARA THRU 3000-EXIT
003100         PERFORM 3200-REMAP-SUBSTITUTE-PARA THRU 3200-EXIT
003110         PERFORM 3400-REMAP-USAGE-PARA THRU 3400-EXIT
003120         PERFORM 3600-REMAP-LEDGER-PARA THRU 3600-EXIT
003130     END-IF.
003140     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
003150     CLOSE DEPT-REFERENCE-FILE.
003160     IF CLOSE-FILE-AVAILABLE
003170         CLOSE MONTH-CLOSE-FILE
003180     END-IF.
003190     CLOSE REMAP-REPORT-FILE.
003200     STOP RUN.
003210
003220******************************************************************
003230* 1000-INITIALIZE-PARA
003240* OPENS THE REFERENCE MASTER (I-O, TO DEACTIVATE OLD CODES), THE
003250* MONTH-CLOSE FILE (OPTIONAL - NONE ON FILE IS NO MONTH CLOSED
003260* YET) AND THE REPORT.  THE FILE TOTALS ARE SET UP WITH THE
003270* NAMES THE REPORT PRINTS THEM UNDER.
003280******************************************************************
003290 1000-INITIALIZE-PARA.
003300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003310     OPEN I-O DEPT-REFERENCE-FILE.
003320     IF NOT DEPT-STATUS-OK
003330         DISPLAY 'DEPT-REFERENCE-FILE (PRMDEPT) COULD NOT BE'
003340             ' OPENED - STATUS ' WS-DEPT-STATUS
003350         DISPLAY 'REMAP RUN TERMINATED - NOTHING REMAPPED'
003360         MOVE 8 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     OPEN OUTPUT REMAP-REPORT-FILE.
003400     IF NOT REPORT-STATUS-OK
003410         DISPLAY 'REMAP-REPORT-FILE (DPTRMRPT) COULD NOT BE'
003420             ' OPENED - STATUS ' WS-REPORT-STATUS
003430         DISPLAY 'REMAP RUN TERMINATED - NOTHING REMAPPED'
003440         MOVE 8 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     OPEN INPUT MONTH-CLOSE-FILE.
003480     IF CLOSE-STATUS-OK
003490         SET CLOSE-FILE-AVAILABLE TO TRUE
003500     ELSE
003510         IF WS-CLOSE-STATUS = '35'
003520             DISPLAY 'NO MONTH-CLOSE FILE (PRMBCLS) - NO MONTH IS'
003530                 ' CLOSED, ALL USAGE IS UNBILLED'
003540         ELSE
003550             DISPLAY 'MONTH-CLOSE-FILE (PRMBCLS) COULD NOT BE'
003560                 ' OPENED - STATUS ' WS-CLOSE-STATUS
003570             DISPLAY 'REMAP RUN TERMINATED - NOTHING REMAPPED'
003580             CLOSE DEPT-REFERENCE-FILE
003590             CLOSE REMAP-REPORT-FILE
003600             MOVE 8 TO RETURN-CODE
003610             STOP RUN
003620         END-IF
003630     END-IF.
003640     PERFORM 1100-CLEAR-TOTALS-PARA THRU 1100-EXIT
003650         VARYING WS-FX FROM 1 BY 1
003660         UNTIL WS-FX > 4.
003670     MOVE 'PRMALOC' TO WS-FT-NAME(1).
003680     MOVE 'PRMSUBS' TO WS-FT-NAME(2).
003690     MOVE 'PRMUSE' TO WS-FT-NAME(3).
003700     MOVE 'PRMASGN' TO WS-FT-NAME(4).
003710     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
003720     MOVE WS-HEADING-LINE TO REMAP-REPORT-RECORD.
003730     WRITE REMAP-REPORT-RECORD.
003740 1000-EXIT.
003750     EXIT.
003760
003770 1100-CLEAR-TOTALS-PARA.
003780     MOVE SPACES TO WS-FT-NAME(WS-FX).
003790     SET FT-FILE-MISSING(WS-FX) TO TRUE.
003800     MOVE ZERO TO WS-FT-READ-BEFORE(WS-FX).
003810     MOVE ZERO TO WS-FT-OLD-BEFORE(WS-FX).
003820     MOVE ZERO TO WS-FT-SUCC-BEFORE(WS-FX).
003830     MOVE ZERO TO WS-FT-MOVED(WS-FX).
003840     MOVE ZERO TO WS-FT-KEPT(WS-FX).
003850     MOVE ZERO TO WS-FT-READ-AFTER(WS-FX).
003860     MOVE ZERO TO WS-FT-OPEN-OLD-AFTER(WS-FX).
003870     MOVE ZERO TO WS-FT-SUCC-AFTER(WS-FX).
003880     MOVE ZERO TO WS-FT-EXPECTED(WS-FX).
003890 1100-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 2000-LOAD-MERGES-PARA
003940* ONE PASS OF PRMDEPT.  A RECORD WITH A SUCCESSOR AND A MERGE
003950* DATE ON OR BEFORE TODAY IS A MERGE IN EFFECT - IT GOES ON THE
003960* TABLE AND, IF THE OLD CODE IS STILL ACTIVE (THE MERGE WAS
003970* FILED AHEAD OF ITS DATE), IT IS DEACTIVATED NOW.  A MERGE
003980* DATED LATER IS LISTED AS PENDING AND LEFT ALONE.
003990******************************************************************
004000 2000-LOAD-MERGES-PARA.
004010     MOVE 'MERGES IN EFFECT' TO SEC-TEXT.
004020     PERFORM 7000-WRITE-SECTION-PARA THRU 7000-EXIT.
004030     MOVE 'N' TO WS-DEPT-EOF-SW.
004040     MOVE LOW-VALUES TO DPT-CODE.
004050     START DEPT-REFERENCE-FILE KEY IS NOT LESS THAN DPT-CODE
004060         INVALID KEY
004070             SET END-OF-DEPT-FILE TO TRUE
004080     END-START.
004090     PERFORM 2100-READ-DEPT-PARA THRU 2100-EXIT
004100         UNTIL END-OF-DEPT-FILE.
004110     IF WS-MERGE-COUNT = 0
004120         MOVE '  NONE - NOTHING TO REMAP' TO SEC-TEXT
004130         PERFORM 7000-WRITE-SECTION-PARA THRU 7000-EXIT
004140     END-IF.
004150 2000-EXIT.
004160     EXIT.
004170
004180 2100-READ-DEPT-PARA.
004190     READ DEPT-REFERENCE-FILE NEXT RECORD
004200         AT END
004210             SET END-OF-DEPT-FILE TO TRUE
004220             GO TO 2100-EXIT
004230     END-READ.
004240     ADD 1 TO WS-DEPTS-READ.
004250     IF DPT-SUCCESSOR-CODE = SPACES
004260        OR DPT-MERGE-DATE NOT NUMERIC
004270         GO TO 2100-EXIT
004280     END-IF.
004290     MOVE SPACES TO MGL-NOTE.
004300     MOVE DPT-CODE TO MGL-OLD-CODE.
004310     MOVE DPT-SUCCESSOR-CODE TO MGL-NEW-CODE.
004320     MOVE DPT-MERGE-DATE TO MGL-DATE.
004330     IF DPT-MERGE-DATE > WS-TODAY-DATE
004340         ADD 1 TO WS-PENDING-COUNT
004350         MOVE 'PENDING - NOT YET IN EFFECT' TO MGL-NOTE
004360         PERFORM 7100-WRITE-MERGE-PARA THRU 7100-EXIT
004370         GO TO 2100-EXIT
004380     END-IF.
004390     IF WS-MERGE-COUNT NOT < 500
004400         IF NOT MERGE-TABLE-FULL
004410             SET MERGE-TABLE-FULL TO TRUE
004420             DISPLAY 'MERGE TABLE FULL - DEPT ' DPT-CODE
004430                 ' AND LATER MERGES ARE NOT REMAPPED THIS RUN'
004440             MOVE 8 TO RETURN-CODE
004450         END-IF
004460         MOVE 'NOT REMAPPED - TABLE FULL' TO MGL-NOTE
004470         PERFORM 7100-WRITE-MERGE-PARA THRU 7100-EXIT
004480         GO TO 2100-EXIT
004490     END-IF.
004500     ADD 1 TO WS-MERGE-COUNT.
004510     MOVE DPT-CODE TO WS-MRG-OLD-CODE(WS-MERGE-COUNT).
004520     MOVE DPT-SUCCESSOR-CODE TO WS-MRG-NEW-CODE(WS-MERGE-COUNT).
004530     MOVE DPT-MERGE-DATE TO WS-MRG-DATE(WS-MERGE-COUNT).
004540     MOVE ZERO TO WS-MRG-MOVED(WS-MERGE-COUNT, 1).
004550     MOVE ZERO TO WS-MRG-MOVED(WS-MERGE-COUNT, 2).
004560     MOVE ZERO TO WS-MRG-MOVED(WS-MERGE-COUNT, 3).
004570     MOVE ZERO TO WS-MRG-MOVED(WS-MERGE-COUNT, 4).
004580     IF DPT-IS-ACTIVE
004590         SET DPT-IS-INACTIVE TO TRUE
004600         REWRITE DEPT-REFERENCE-RECORD
004610             INVALID KEY
004620                 MOVE 'COULD NOT BE DEACTIVATED' TO MGL-NOTE
004630                 MOVE 8 TO RETURN-CODE
004640             NOT INVALID KEY
004650                 ADD 1 TO WS-DEACTIVATED-COUNT
004660                 MOVE 'OLD CODE DEACTIVATED THIS RUN' TO MGL-NOTE
004670         END-REWRITE
004680     END-IF.
004690     PERFORM 7100-WRITE-MERGE-PARA THRU 7100-EXIT.
004700 2100-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* 3000-REMAP-ALLOCATION-PARA
004750* REMAP PASS OVER THE ALLOCATION EXTRACT, THEN THE RE-COUNT.  NO
004760* EXTRACT ON FILE IS NOTHING TO MOVE.  EVERY ROW ON THE LIVE
004770* EXTRACT IS OPEN WORK.
004780******************************************************************
004790 3000-REMAP-ALLOCATION-PARA.
004800     MOVE 1 TO WS-FX.
004810     OPEN I-O PRIME-ALLOCATION-EXTRACT.
004820     IF NOT ALLOCATION-STATUS-OK
004830         PERFORM 6500-NOTE-NOT-OPENED-PARA THRU 6500-EXIT
004840         GO TO 3000-EXIT
004850     END-IF.
004860     SET FT-FILE-PRESENT(WS-FX) TO TRUE.
004870     MOVE 'N' TO WS-PASS-EOF-SW.
004880     PERFORM 3010-REMAP-ALLOCATION-NEXT THRU 3010-EXIT
004890         UNTIL END-OF-PASS.
004900     CLOSE PRIME-ALLOCATION-EXTRACT.
004910     OPEN INPUT PRIME-ALLOCATION-EXTRACT.
004912     IF NOT ALLOCATION-STATUS-OK
004914         PERFORM 6550-NOTE-NOT-REOPENED-PARA THRU 6550-EXIT
004915         GO TO 3000-EXIT
004917     END-IF.
004920     MOVE 'N' TO WS-PASS-EOF-SW.
004930     PERFORM 3020-RECOUNT-ALLOCATION-NEXT THRU 3020-EXIT
004940         UNTIL END-OF-PASS.
004950     CLOSE PRIME-ALLOCATION-EXTRACT.
004960 3000-EXIT.
004970     EXIT.
004980
004990 3010-REMAP-ALLOCATION-NEXT.
005000     READ PRIME-ALLOCATION-EXTRACT
005010         AT END
005020             SET END-OF-PASS TO TRUE
005030             GO TO 3010-EXIT
005040     END-READ.
005050     MOVE ALC-DEPT-CODE TO WS-CHECK-CODE.
005060     SET RECORD-IS-OPEN TO TRUE.
005070     PERFORM 6100-TALLY-BEFORE-PARA THRU 6100-EXIT.
005080     IF WS-MERGE-FOUND > 0 AND RECORD-IS-OPEN
005090         MOVE WS-MRG-NEW-CODE(WS-MERGE-FOUND) TO ALC-DEPT-CODE
005100         REWRITE PRIME-ALLOCATION-RECORD
005110         PERFORM 6200-COUNT-REWRITE-PARA THRU 6200-EXIT
005120     END-IF.
005130 3010-EXIT.
005140     EXIT.
005150
005160 3020-RECOUNT-ALLOCATION-NEXT.
005170     READ PRIME-ALLOCATION-EXTRACT
005180         AT END
005190             SET END-OF-PASS TO TRUE
005200             GO TO 3020-EXIT
005210     END-READ.
005220     MOVE ALC-DEPT-CODE TO WS-CHECK-CODE.
005230     SET RECORD-IS-OPEN TO TRUE.
005240     PERFORM 6300-TALLY-AFTER-PARA THRU 6300-EXIT.
005250 3020-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290* 3200-REMAP-SUBSTITUTE-PARA
005300* THE SAME PAIR OF PASSES OVER THE NEXT-PRIME SUBSTITUTE EXTRACT.
005310******************************************************************
005320 3200-REMAP-SUBSTITUTE-PARA.
005330     MOVE 2 TO WS-FX.
005340     OPEN I-O PRIME-SUBSTITUTE-EXTRACT.
005350     IF NOT SUBSTITUTE-STATUS-OK
005360         PERFORM 6500-NOTE-NOT-OPENED-PARA THRU 6500-EXIT
005370         GO TO 3200-EXIT
005380     END-IF.
005390     SET FT-FILE-PRESENT(WS-FX) TO TRUE.
005400     MOVE 'N' TO WS-PASS-EOF-SW.
005410     PERFORM 3210-REMAP-SUBSTITUTE-NEXT THRU 3210-EXIT
005420         UNTIL END-OF-PASS.
005430     CLOSE PRIME-SUBSTITUTE-EXTRACT.
005440     OPEN INPUT PRIME-SUBSTITUTE-EXTRACT.
005442     IF NOT SUBSTITUTE-STATUS-OK
005444         PERFORM 6550-NOTE-NOT-REOPENED-PARA THRU 6550-EXIT
005445         GO TO 3200-EXIT
005447     END-IF.
005450     MOVE 'N' TO WS-PASS-EOF-SW.
005460     PERFORM 3220-RECOUNT-SUBSTITUTE-NEXT THRU 3220-EXIT
005470         UNTIL END-OF-PASS.
005480     CLOSE PRIME-SUBSTITUTE-EXTRACT.
005490 3200-EXIT.
005500     EXIT.
005510
005520 3210-REMAP-SUBSTITUTE-NEXT.
005530     READ PRIME-SUBSTITUTE-EXTRACT
005540         AT END
005550             SET END-OF-PASS TO TRUE
005560             GO TO 3210-EXIT
005570     END-READ.
005580     MOVE SUB-DEPT-CODE TO WS-CHECK-CODE.
005590     SET RECORD-IS-OPEN TO TRUE.
005600     PERFORM 6100-TALLY-BEFORE-PARA THRU 6100-EXIT.
005610     IF WS-MERGE-FOUND > 0 AND RECORD-IS-OPEN
005620         MOVE WS-MRG-NEW-CODE(WS-MERGE-FOUND) TO SUB-DEPT-CODE
005630         REWRITE PRIME-SUBSTITUTE-RECORD
005640         PERFORM 6200-COUNT-REWRITE-PARA THRU 6200-EXIT
005650     END-IF.
005660 3210-EXIT.
005670     EXIT.
005680
005690 3220-RECOUNT-SUBSTITUTE-NEXT.
005700     READ PRIME-SUBSTITUTE-EXTRACT
005710         AT END
005720             SET END-OF-PASS TO TRUE
005730             GO TO 3220-EXIT
005740     END-READ.
005750     MOVE SUB-DEPT-CODE TO WS-CHECK-CODE.
005760     SET RECORD-IS-OPEN TO TRUE.
005770     PERFORM 6300-TALLY-AFTER-PARA THRU 6300-EXIT.
005780 3220-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820* 3400-REMAP-USAGE-PARA
005830* THE SAME PAIR OF PASSES OVER THE USAGE FILE.  A RECORD IS OPEN
005840* ONLY WHILE ITS MONTH IS NOT CLOSED - BILLED USAGE STAYS UNDER
005850* THE CODE IT WAS BILLED TO, SO A REBILL OF THAT MONTH STILL
005860* TIES TO THE INVOICE.
005870******************************************************************
005880 3400-REMAP-USAGE-PARA.
005890     MOVE 3 TO WS-FX.
005900     MOVE SPACES TO WS-MONTH-CHECKED.
005910     OPEN I-O PRIME-USAGE-FILE.
005920     IF NOT USAGE-STATUS-OK
005930         PERFORM 6500-NOTE-NOT-OPENED-PARA THRU 6500-EXIT
005940         GO TO 3400-EXIT
005950     END-IF.
005960     SET FT-FILE-PRESENT(WS-FX) TO TRUE.
005970     MOVE 'N' TO WS-PASS-EOF-SW.
005980     PERFORM 3410-REMAP-USAGE-NEXT THRU 3410-EXIT
005990         UNTIL END-OF-PASS.
006000     CLOSE PRIME-USAGE-FILE.
006010     OPEN INPUT PRIME-USAGE-FILE.
006012     IF NOT USAGE-STATUS-OK
006014         PERFORM 6550-NOTE-NOT-REOPENED-PARA THRU 6550-EXIT
006015         GO TO 3400-EXIT
006017     END-IF.
006020     MOVE 'N' TO WS-PASS-EOF-SW.
006030     PERFORM 3420-RECOUNT-USAGE-NEXT THRU 3420-EXIT
006040         UNTIL END-OF-PASS.
006050     CLOSE PRIME-USAGE-FILE.
006060 3400-EXIT.
006070     EXIT.
006080
006090 3410-REMAP-USAGE-NEXT.
006100     READ PRIME-USAGE-FILE
006110         AT END
006120             SET END-OF-PASS TO TRUE
006130             GO TO 3410-EXIT
006140     END-READ.
006150     MOVE USE-DEPT-CODE TO WS-CHECK-CODE.
006160     PERFORM 3450-CHECK-USAGE-OPEN-PARA THRU 3450-EXIT.
006170     PERFORM 6100-TALLY-BEFORE-PARA THRU 6100-EXIT.
006180     IF WS-MERGE-FOUND > 0 AND RECORD-IS-OPEN
006190         MOVE WS-MRG-NEW-CODE(WS-MERGE-FOUND) TO USE-DEPT-CODE
006200         REWRITE PRIME-USAGE-RECORD
006210         PERFORM 6200-COUNT-REWRITE-PARA THRU 6200-EXIT
006220     END-IF.
006230 3410-EXIT.
006240     EXIT.
006250
006260 3420-RECOUNT-USAGE-NEXT.
006270     READ PRIME-USAGE-FILE
006280         AT END
006290             SET END-OF-PASS TO TRUE
006300             GO TO 3420-EXIT
006310     END-READ.
006320     MOVE USE-DEPT-CODE TO WS-CHECK-CODE.
006330     PERFORM 3450-CHECK-USAGE-OPEN-PARA THRU 3450-EXIT.
006340     PERFORM 6300-TALLY-AFTER-PARA THRU 6300-EXIT.
006350 3420-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390* 3450-CHECK-USAGE-OPEN-PARA
006400* SETS RECORD-IS-OPEN FOR THE USAGE RECORD IN HAND FROM THE
006410* CLOSE FILE.  THE ANSWER FOR THE LAST MONTH LOOKED UP IS KEPT,
006420* SINCE USAGE ARRIVES IN DATE ORDER.
006430******************************************************************
006440 3450-CHECK-USAGE-OPEN-PARA.
006450     IF USE-TIMESTAMP(1:6) NOT = WS-MONTH-CHECKED
006460         MOVE USE-TIMESTAMP(1:6) TO WS-MONTH-CHECKED
006470         MOVE 'N' TO WS-MONTH-CLOSED-SW
006480         IF CLOSE-FILE-AVAILABLE AND WS-MONTH-NUM NUMERIC
006490             MOVE WS-MONTH-NUM TO BCL-BILL-MONTH
006500             READ MONTH-CLOSE-FILE
006510                 INVALID KEY
006520                     CONTINUE
006530                 NOT INVALID KEY
006540                     IF BCL-MONTH-CLOSED
006550                         SET MONTH-IS-CLOSED TO TRUE
006560                     END-IF
006570             END-READ
006580         END-IF
006590     END-IF.
006600     IF MONTH-IS-CLOSED
006610         MOVE 'N' TO WS-RECORD-OPEN-SW
006620     ELSE
006630         SET RECORD-IS-OPEN TO TRUE
006640     END-IF.
006650 3450-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690* 3600-REMAP-LEDGER-PARA
006700* THE SAME PAIR OF PASSES OVER THE ASSIGNMENT LEDGER, IN KEY
006710* ORDER.  A PRIME STILL ASSIGNED IS OPEN; A RELEASED ENTRY IS
006720* HISTORY AND STAYS AS IT IS.
006730******************************************************************
006740 3600-REMAP-LEDGER-PARA.
006750     MOVE 4 TO WS-FX.
006760     OPEN I-O ASSIGNMENT-LEDGER-FILE.
006770     IF NOT LEDGER-STATUS-OK
006780         PERFORM 6500-NOTE-NOT-OPENED-PARA THRU 6500-EXIT
006790         GO TO 3600-EXIT
006800     END-IF.
006810     SET FT-FILE-PRESENT(WS-FX) TO TRUE.
006820     PERFORM 3650-START-LEDGER-PARA THRU 3650-EXIT.
006830     PERFORM 3610-REMAP-LEDGER-NEXT THRU 3610-EXIT
006840         UNTIL END-OF-PASS.
006850     PERFORM 3650-START-LEDGER-PARA THRU 3650-EXIT.
006860     PERFORM 3620-RECOUNT-LEDGER-NEXT THRU 3620-EXIT
006870         UNTIL END-OF-PASS.
006880     CLOSE ASSIGNMENT-LEDGER-FILE.
006890 3600-EXIT.
006900     EXIT.
006910
006920 3610-REMAP-LEDGER-NEXT.
006930     READ ASSIGNMENT-LEDGER-FILE NEXT RECORD
006940         AT END
006950             SET END-OF-PASS TO TRUE
006960             GO TO 3610-EXIT
006970     END-READ.
006980     MOVE ASG-DEPT-CODE TO WS-CHECK-CODE.
006990     MOVE 'N' TO WS-RECORD-OPEN-SW.
007000     IF ASG-IS-ASSIGNED
007010         SET RECORD-IS-OPEN TO TRUE
007020     END-IF.
007030     PERFORM 6100-TALLY-BEFORE-PARA THRU 6100-EXIT.
007040     IF WS-MERGE-FOUND > 0 AND RECORD-IS-OPEN
007050         MOVE WS-MRG-NEW-CODE(WS-MERGE-FOUND) TO ASG-DEPT-CODE
007060         REWRITE ASSIGNMENT-LEDGER-RECORD
007070             INVALID KEY
007080                 CONTINUE
007090         END-REWRITE
007100         PERFORM 6200-COUNT-REWRITE-PARA THRU 6200-EXIT
007110     END-IF.
007120 3610-EXIT.
007130     EXIT.
007140
007150 3620-RECOUNT-LEDGER-NEXT.
007160     READ ASSIGNMENT-LEDGER-FILE NEXT RECORD
007170         AT END
007180             SET END-OF-PASS TO TRUE
007190             GO TO 3620-EXIT
007200     END-READ.
007210     MOVE ASG-DEPT-CODE TO WS-CHECK-CODE.
007220     MOVE 'N' TO WS-RECORD-OPEN-SW.
007230     IF ASG-IS-ASSIGNED
007240         SET RECORD-IS-OPEN TO TRUE
007250     END-IF.
007260     PERFORM 6300-TALLY-AFTER-PARA THRU 6300-EXIT.
007270 3620-EXIT.
007280     EXIT.
007290
007300 3650-START-LEDGER-PARA.
007310     MOVE 'N' TO WS-PASS-EOF-SW.
007320     MOVE ZERO TO ASG-NUM.
007330     START ASSIGNMENT-LEDGER-FILE KEY IS NOT LESS THAN ASG-NUM
007340         INVALID KEY
007350             SET END-OF-PASS TO TRUE
007360     END-START.
007370 3650-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410* 6000-CLASSIFY-CODE-PARA
007420* LOOKS WS-CHECK-CODE UP ON THE MERGE TABLE - AS AN OLD CODE
007430* (WS-MERGE-FOUND = ITS ENTRY) OR AS A SUCCESSOR
007440* (CODE-IS-SUCCESSOR).  PRIMEDEPTMAINT NEVER LETS A CODE BE BOTH.
007450******************************************************************
007460 6000-CLASSIFY-CODE-PARA.
007470     MOVE ZERO TO WS-MERGE-FOUND.
007480     MOVE 'N' TO WS-SUCCESSOR-SW.
007490     IF WS-CHECK-CODE = SPACES
007500         GO TO 6000-EXIT
007510     END-IF.
007520     PERFORM 6010-SCAN-MERGE-PARA THRU 6010-EXIT
007530         VARYING WS-MX FROM 1 BY 1
007540         UNTIL WS-MX > WS-MERGE-COUNT
007550            OR WS-MERGE-FOUND > 0.
007560 6000-EXIT.
007570     EXIT.
007580
007590 6010-SCAN-MERGE-PARA.
007600     IF WS-MRG-OLD-CODE(WS-MX) = WS-CHECK-CODE
007610         MOVE WS-MX TO WS-MERGE-FOUND
007620     END-IF.
007630     IF WS-MRG-NEW-CODE(WS-MX) = WS-CHECK-CODE
007640         SET CODE-IS-SUCCESSOR TO TRUE
007650     END-IF.
007660 6010-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* 6100-TALLY-BEFORE-PARA
007710* CLASSIFIES THE RECORD IN HAND AS THE REMAP PASS READS IT AND
007720* COUNTS IT INTO THE BEFORE TOTALS OF FILE WS-FX.  A RECORD
007730* UNDER A MERGED CODE THAT IS NOT OPEN IS COUNTED AS KEPT.
007740******************************************************************
007750 6100-TALLY-BEFORE-PARA.
007760     PERFORM 6000-CLASSIFY-CODE-PARA THRU 6000-EXIT.
007770     ADD 1 TO WS-FT-READ-BEFORE(WS-FX).
007780     IF WS-MERGE-FOUND > 0
007790         ADD 1 TO WS-FT-OLD-BEFORE(WS-FX)
007800         IF NOT RECORD-IS-OPEN
007810             ADD 1 TO WS-FT-KEPT(WS-FX)
007820         END-IF
007830     END-IF.
007840     IF CODE-IS-SUCCESSOR
007850         ADD 1 TO WS-FT-SUCC-BEFORE(WS-FX)
007860     END-IF.
007870 6100-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910* 6200-COUNT-REWRITE-PARA
007920* COUNTS A RECORD JUST REWRITTEN UNDER ITS SUCCESSOR, AGAINST THE
007930* FILE AND AGAINST THE MERGE.  A REWRITE THAT FAILED IS LEFT TO
007940* SHOW UP IN THE RE-COUNT AS AN OPEN RECORD STILL UNDER A MERGED
007950* CODE.
007960******************************************************************
007970 6200-COUNT-REWRITE-PARA.
007980     IF (WS-FX = 1 AND ALLOCATION-STATUS-OK)
007990        OR (WS-FX = 2 AND SUBSTITUTE-STATUS-OK)
008000        OR (WS-FX = 3 AND USAGE-STATUS-OK)
008010        OR (WS-FX = 4 AND LEDGER-STATUS-OK)
008020         ADD 1 TO WS-FT-MOVED(WS-FX)
008030         ADD 1 TO WS-MRG-MOVED(WS-MERGE-FOUND, WS-FX)
008040     ELSE
008050         ADD 1 TO WS-REWRITE-FAIL-COUNT
008060         DISPLAY WS-FT-NAME(WS-FX) ' RECORD UNDER '
008070             WS-CHECK-CODE ' COULD NOT BE REWRITTEN'
008080     END-IF.
008090 6200-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130* 6300-TALLY-AFTER-PARA
008140* CLASSIFIES THE RECORD IN HAND AS THE RE-COUNT READS IT AND
008150* COUNTS IT INTO THE AFTER TOTALS OF FILE WS-FX.
008160******************************************************************
008170 6300-TALLY-AFTER-PARA.
008180     PERFORM 6000-CLASSIFY-CODE-PARA THRU 6000-EXIT.
008190     ADD 1 TO WS-FT-READ-AFTER(WS-FX).
008200     IF WS-MERGE-FOUND > 0 AND RECORD-IS-OPEN
008210         ADD 1 TO WS-FT-OPEN-OLD-AFTER(WS-FX)
008220     END-IF.
008230     IF CODE-IS-SUCCESSOR
008240         ADD 1 TO WS-FT-SUCC-AFTER(WS-FX)
008250     END-IF.
008260 6300-EXIT.
008270     EXIT.
008280
008290******************************************************************
008300* 6500-NOTE-NOT-OPENED-PARA
008310* A FILE NOT ON FILE (STATUS 35) HAS NOTHING TO MOVE.  ANY OTHER
008320* OPEN FAILURE LEAVES ITS WORK UNDER THE OLD CODES, SO THE RUN
008330* IS MARKED FAILED FOR THAT FILE AND CLOSES RC 8.
008340******************************************************************
008350 6500-NOTE-NOT-OPENED-PARA.
008360     EVALUATE WS-FX
008370         WHEN 1
008380             MOVE WS-ALLOCATION-STATUS TO WS-OPEN-STATUS
008390         WHEN 2
008400             MOVE WS-SUBSTITUTE-STATUS TO WS-OPEN-STATUS
008410         WHEN 3
008420             MOVE WS-USAGE-STATUS TO WS-OPEN-STATUS
008430         WHEN OTHER
008440             MOVE WS-LEDGER-STATUS TO WS-OPEN-STATUS
008450     END-EVALUATE.
008460     IF WS-OPEN-STATUS = '35'
008470         SET FT-FILE-MISSING(WS-FX) TO TRUE
008480         DISPLAY WS-FT-NAME(WS-FX) ' NOT ON FILE - NOTHING TO'
008490             ' REMAP'
008500     ELSE
008510         SET FT-FILE-FAILED(WS-FX) TO TRUE
008520         DISPLAY WS-FT-NAME(WS-FX) ' COULD NOT BE OPENED'
008530             ' - STATUS '
008540             WS-OPEN-STATUS ' - NOT REMAPPED'
008550     END-IF.
008560 6500-EXIT.
008570     EXIT.
008571
008572******************************************************************
008573* 6550-NOTE-NOT-REOPENED-PARA
008574* THE FILE WAS REMAPPED BUT COULD NOT BE OPENED AGAIN FOR THE
008575* RE-COUNT, SO THE AFTER TOTALS CANNOT PROVE THE MOVE.  THE RUN
008576* CLOSES RC 8.
008577******************************************************************
008578 6550-NOTE-NOT-REOPENED-PARA.
008579     EVALUATE WS-FX
008580         WHEN 1
008581             MOVE WS-ALLOCATION-STATUS TO WS-OPEN-STATUS
008582         WHEN 2
008583             MOVE WS-SUBSTITUTE-STATUS TO WS-OPEN-STATUS
008584         WHEN OTHER
008585             MOVE WS-USAGE-STATUS TO WS-OPEN-STATUS
008586     END-EVALUATE.
008587     DISPLAY WS-FT-NAME(WS-FX) ' COULD NOT BE REOPENED FOR THE'
008588         ' RE-COUNT - STATUS ' WS-OPEN-STATUS.
008589     MOVE 8 TO RETURN-CODE.
008590 6550-EXIT.
008591     EXIT.
008592
008593******************************************************************
008600* 7000-WRITE-SECTION-PARA / 7100-WRITE-MERGE-PARA
008610* REPORT LINES - A SECTION CAPTION, AND ONE LINE PER MERGE ON
008620* PRMDEPT WITH WHAT THIS RUN MADE OF IT.
008630******************************************************************
008640 7000-WRITE-SECTION-PARA.
008650     MOVE SPACES TO REMAP-REPORT-RECORD.
008660     WRITE REMAP-REPORT-RECORD.
008670     MOVE WS-SECTION-LINE TO REMAP-REPORT-RECORD.
008680     WRITE REMAP-REPORT-RECORD.
008690     MOVE SPACES TO SEC-TEXT.
008700 7000-EXIT.
008710     EXIT.
008720
008730 7100-WRITE-MERGE-PARA.
008740     MOVE WS-MERGE-LINE TO REMAP-REPORT-RECORD.
008750     WRITE REMAP-REPORT-RECORD.
008760 7100-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800* 7200-WRITE-MOVED-PARA
008810* ONE LINE PER MERGE IN EFFECT - RECORDS OF EACH FILE MOVED FROM
008820* THE OLD CODE TO ITS SUCCESSOR THIS RUN.
008830******************************************************************
008840 7200-WRITE-MOVED-PARA.
008850     MOVE WS-MRG-OLD-CODE(WS-MX) TO MVL-OLD-CODE.
008860     MOVE WS-MRG-NEW-CODE(WS-MX) TO MVL-NEW-CODE.
008870     MOVE WS-MRG-MOVED(WS-MX, 1) TO MVL-ALOC.
008880     MOVE WS-MRG-MOVED(WS-MX, 2) TO MVL-SUBS.
008890     MOVE WS-MRG-MOVED(WS-MX, 3) TO MVL-USE.
008900     MOVE WS-MRG-MOVED(WS-MX, 4) TO MVL-ASGN.
008910     MOVE WS-MOVED-LINE TO REMAP-REPORT-RECORD.
008920     WRITE REMAP-REPORT-RECORD.
008930 7200-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 7300-WRITE-FILE-TOTALS-PARA
008980* BEFORE AND AFTER CONTROL TOTALS FOR FILE WS-FX, AND THE THREE
008990* PROOFS: READ AFTER = READ BEFORE, NO OPEN RECORD LEFT UNDER A
009000* MERGED CODE, AND SUCCESSORS AFTER = SUCCESSORS BEFORE + MOVED.
009010******************************************************************
009020 7300-WRITE-FILE-TOTALS-PARA.
009030     MOVE SPACES TO REMAP-REPORT-RECORD.
009040     WRITE REMAP-REPORT-RECORD.
009050     MOVE WS-FT-NAME(WS-FX) TO TOT-FILE.
009060     IF FT-FILE-MISSING(WS-FX)
009070         MOVE 'NOT ON FILE - NOTHING TO REMAP' TO TOT-LABEL
009080         MOVE ZERO TO TOT-VALUE
009090         PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT
009100         GO TO 7300-EXIT
009110     END-IF.
009120     IF FT-FILE-FAILED(WS-FX)
009130         MOVE 'COULD NOT BE OPENED - NOT REMAPPED' TO TOT-LABEL
009140         MOVE ZERO TO TOT-VALUE
009150         MOVE '** OUT OF BALANCE' TO TOT-FLAG
009160         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
009170         PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT
009180         GO TO 7300-EXIT
009190     END-IF.
009200     MOVE 'RECORDS READ BEFORE' TO TOT-LABEL.
009210     MOVE WS-FT-READ-BEFORE(WS-FX) TO TOT-VALUE.
009220     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009230     MOVE 'UNDER MERGED CODES BEFORE' TO TOT-LABEL.
009240     MOVE WS-FT-OLD-BEFORE(WS-FX) TO TOT-VALUE.
009250     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009260     MOVE 'UNDER SUCCESSOR CODES BEFORE' TO TOT-LABEL.
009270     MOVE WS-FT-SUCC-BEFORE(WS-FX) TO TOT-VALUE.
009280     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009290     MOVE 'MOVED TO SUCCESSOR' TO TOT-LABEL.
009300     MOVE WS-FT-MOVED(WS-FX) TO TOT-VALUE.
009310     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009320     MOVE 'KEPT UNDER MERGED CODE (NOT OPEN)' TO TOT-LABEL.
009330     MOVE WS-FT-KEPT(WS-FX) TO TOT-VALUE.
009340     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009350
009360     MOVE 'RECORDS READ AFTER' TO TOT-LABEL.
009370     MOVE WS-FT-READ-AFTER(WS-FX) TO TOT-VALUE.
009380     IF WS-FT-READ-AFTER(WS-FX) NOT = WS-FT-READ-BEFORE(WS-FX)
009390         MOVE '** OUT OF BALANCE' TO TOT-FLAG
009400         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
009410     END-IF.
009420     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009430     MOVE 'OPEN UNDER MERGED CODES AFTER' TO TOT-LABEL.
009440     MOVE WS-FT-OPEN-OLD-AFTER(WS-FX) TO TOT-VALUE.
009450     IF WS-FT-OPEN-OLD-AFTER(WS-FX) NOT = ZERO
009460         MOVE '** OUT OF BALANCE' TO TOT-FLAG
009470         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
009480     END-IF.
009490     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009500     COMPUTE WS-FT-EXPECTED(WS-FX) =
009510         WS-FT-SUCC-BEFORE(WS-FX) + WS-FT-MOVED(WS-FX).
009520     MOVE 'UNDER SUCCESSOR CODES AFTER' TO TOT-LABEL.
009530     MOVE WS-FT-SUCC-AFTER(WS-FX) TO TOT-VALUE.
009540     IF WS-FT-SUCC-AFTER(WS-FX) NOT = WS-FT-EXPECTED(WS-FX)
009550         MOVE '** OUT OF BALANCE' TO TOT-FLAG
009560         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
009570     END-IF.
009580     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009590 7300-EXIT.
009600     EXIT.
009610
009620 7400-WRITE-TOTAL-PARA.
009630     MOVE WS-TOTAL-LINE TO REMAP-REPORT-RECORD.
009640     WRITE REMAP-REPORT-RECORD.
009650     MOVE SPACES TO TOT-FILE.
009660     MOVE SPACES TO TOT-FLAG.
009670 7400-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710* 8000-TOTALS-PARA
009720* MOVED COUNTS PER MERGE, THE BEFORE AND AFTER CONTROL TOTALS OF
009730* EACH FILE, AND THE RUN VERDICT.  ANY FILE OUT OF BALANCE, OR A
009740* REWRITE THAT FAILED, SETS RETURN-CODE 8.
009750******************************************************************
009760 8000-TOTALS-PARA.
009770     IF WS-MERGE-COUNT > 0
009780         MOVE 'RECORDS MOVED TO SUCCESSOR, BY MERGE' TO SEC-TEXT
009790         PERFORM 7000-WRITE-SECTION-PARA THRU 7000-EXIT
009800         PERFORM 7200-WRITE-MOVED-PARA THRU 7200-EXIT
009810             VARYING WS-MX FROM 1 BY 1
009820             UNTIL WS-MX > WS-MERGE-COUNT
009830         MOVE 'CONTROL TOTALS BEFORE AND AFTER THE REMAP'
009840             TO SEC-TEXT
009850         PERFORM 7000-WRITE-SECTION-PARA THRU 7000-EXIT
009860         PERFORM 7300-WRITE-FILE-TOTALS-PARA THRU 7300-EXIT
009870             VARYING WS-FX FROM 1 BY 1
009880             UNTIL WS-FX > 4
009890     END-IF.
009900     MOVE SPACES TO REMAP-REPORT-RECORD.
009910     WRITE REMAP-REPORT-RECORD.
009920     MOVE SPACES TO TOT-FILE.
009930     MOVE 'DEPARTMENT RECORDS READ' TO TOT-LABEL.
009940     MOVE WS-DEPTS-READ TO TOT-VALUE.
009950     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009960     MOVE 'MERGES IN EFFECT' TO TOT-LABEL.
009970     MOVE WS-MERGE-COUNT TO TOT-VALUE.
009980     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
009990     MOVE 'MERGES PENDING (LATER DATE)' TO TOT-LABEL.
010000     MOVE WS-PENDING-COUNT TO TOT-VALUE.
010010     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
010020     MOVE 'OLD CODES DEACTIVATED THIS RUN' TO TOT-LABEL.
010030     MOVE WS-DEACTIVATED-COUNT TO TOT-VALUE.
010040     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
010050     MOVE 'REWRITES FAILED' TO TOT-LABEL.
010060     MOVE WS-REWRITE-FAIL-COUNT TO TOT-VALUE.
010070     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
010080     IF WS-OUT-OF-BALANCE-COUNT = ZERO
010090        AND WS-REWRITE-FAIL-COUNT = ZERO
010100         MOVE 'REMAP IN BALANCE - ALL ACCOUNTED' TO TOT-LABEL
010110         DISPLAY 'PRIMEDEPTREMAP - REMAP IN BALANCE'
010120     ELSE
010130         MOVE '** REMAP OUT OF BALANCE **' TO TOT-LABEL
010140         DISPLAY '*** PRIMEDEPTREMAP OUT OF BALANCE - SEE'
010150             ' DPTRMRPT ***'
010160         MOVE 8 TO RETURN-CODE
010170     END-IF.
010180     MOVE WS-OUT-OF-BALANCE-COUNT TO TOT-VALUE.
010190     PERFORM 7400-WRITE-TOTAL-PARA THRU 7400-EXIT.
010200 8000-EXIT.
010210     EXIT.
