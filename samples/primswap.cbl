000100******************************************************************
000110* PRIMSWAP.CBL
000120**
000130* PROGRAM-ID  : PRIMESWAP
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-10-07
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     GUARDED SWAP FOR THE TWO NEW-LIVE-FILE HAND-OFFS.
000210*     PRIMEARCHIVE BUILDS PRMAUDN AND PRIMEALLOCRETIRE BUILDS
000220*     PRMALOCN, AND EACH SAYS ON ITS BALANCE REPORT WHETHER THE
000230*     NEW FILE MAY GO OVER THE LIVE ONE.  THIS JOB MAKES THAT
000240*     SWAP INSTEAD OF A HAND COPY, AND MAKES IT ONLY WHEN -
000250*       - THE BALANCE REPORT (PRMARPT OR PRMALRPT) SAYS IN
000260*         BALANCE;
000270*       - THE LIVE FILE STILL HOLDS WHAT THE REPORT EXAMINED, SO
000280*         NOTHING WAS ADDED BEHIND THE PURGE'S BACK;
000290*       - THE NEW FILE HOLDS EXACTLY WHAT THE REPORT RETAINED;
000300*       - FOR PRMAUD, THE NEW FILE PASSES THE SAME SEAL CHAIN
000310*         RULES PRIMEVERIFY APPLIES.
000320*     THE LIVE FILE IS THEN COPIED TO THE NEXT NUMBERED BACKUP
000330*     GENERATION ON PRMSWBK, THE BACKUP IS COUNTED BACK, AND ONLY
000340*     THEN IS THE NEW FILE COPIED OVER THE LIVE ONE.  A REFUSED
000350*     SWAP NEVER OPENS THE LIVE FILE FOR OUTPUT AND ENDS WITH
000360*     RETURN-CODE 8.  A RESTORE CARD PUTS A NAMED GENERATION BACK,
000370*     FIRST BACKING UP WHATEVER IS LIVE AS A GENERATION OF ITS
000380*     OWN, SO A RESTORE CAN ITSELF BE UNDONE.  EVERY REQUEST,
000390*     WHETHER IT WENT AHEAD OR NOT, APPENDS ONE RECORD TO THE
000400*     SWAP LOG (PRMSWLOG) AND PRINTS ITS PROOF ON PRMSWRPT.
000410**
000420* MOD-HISTORY
000430*   DATE        INIT  DESCRIPTION
000440*   ----------  ----  --------------------------------------------
000450*   2026-10-07  JHT   ORIGINAL VERSION - REPLACES THE MANUAL COPY
000460*                     OF PRMAUDN AND PRMALOCN OVER THE LIVE FILES.
000462*   2026-10-12  JHT   AUDIT RECORD NOW 120 BYTES - THE LIVE AUDIT
000464*                     RECORD AND THE LINE AREA WIDENED TO MATCH,
000465*                     SO A BACKED-UP OR RESTORED AUDIT LINE KEEPS
000467*                     ITS DEPARTMENT AND WORK-ORDER REFERENCE.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. PrimeSwap.
000500 AUTHOR. J. H. TARRANT.
000510 INSTALLATION. DATA CENTER SERVICES.
000520 DATE-WRITTEN. 2026-10-07.
000530 DATE-COMPILED. 2026-10-07.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SWAP-CONTROL-FILE ASSIGN TO SWPCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CTL-STATUS.
000610
000620     SELECT LIVE-AUDIT-FILE ASSIGN TO PRMAUD
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-LIVE-STATUS.
000650
000660     SELECT NEW-AUDIT-FILE ASSIGN TO PRMAUDN
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-NEW-STATUS.
000690
000700     SELECT PURGE-REPORT-FILE ASSIGN TO PRMARPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BALRPT-STATUS.
000730
000740     SELECT LIVE-ALLOC-FILE ASSIGN TO PRMALOC
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-LIVE-STATUS.
000770
000780     SELECT NEW-ALLOC-FILE ASSIGN TO PRMALOCN
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-NEW-STATUS.
000810
000820     SELECT RETIRE-REPORT-FILE ASSIGN TO PRMALRPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-BALRPT-STATUS.
000850
000860     SELECT SWAP-BACKUP-FILE ASSIGN TO PRMSWBK
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS BKP-KEY
000900         FILE STATUS IS WS-BACKUP-STATUS.
000910
000920     SELECT SWAP-LOG-FILE ASSIGN TO PRMSWLOG
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-LOG-STATUS.
000950
000960     SELECT SWAP-REPORT-FILE ASSIGN TO PRMSWRPT
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-REPORT-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020*-----------------------------------------------------------------
001030* CONTROL CARD - ONE REQUEST PER RUN.  'S' SWAPS THE NAMED FILE'S
001040* NEW VERSION IN; 'R' RESTORES THE NAMED BACKUP GENERATION OF IT.
001050* THE GENERATION IS IGNORED ON A SWAP.
001060*-----------------------------------------------------------------
001070 FD  SWAP-CONTROL-FILE.
001080 01  SWAP-CONTROL-RECORD             PIC X(80).
001090
001100*-----------------------------------------------------------------
001110* LIVE AND NEW FILES - COPIED LINE FOR LINE.  ONLY THE NEW AUDIT
001120* FILE IS LOOKED INTO, FOR ITS SEAL CHAIN, SO ONLY IT CARRIES THE
001130* SHARED AUDIT LAYOUT.
001140*-----------------------------------------------------------------
001150 FD  LIVE-AUDIT-FILE.
001160 01  LIVE-AUDIT-RECORD               PIC X(120).
001170
001180 FD  NEW-AUDIT-FILE.
001190 01  NEW-AUDIT-RECORD.
001200     COPY PRMAUDR.
001210
001220 FD  LIVE-ALLOC-FILE.
001230 01  LIVE-ALLOC-RECORD               PIC X(80).
001240
001250 FD  NEW-ALLOC-FILE.
001260 01  NEW-ALLOC-RECORD                PIC X(80).
001270
001280*-----------------------------------------------------------------
001290* BALANCE REPORTS - PRIMEARCHIVE'S PURGE REPORT AND
001300* PRIMEALLOCRETIRE'S RETIREMENT REPORT, READ BACK FOR THEIR
001310* TOTALS.
001320*-----------------------------------------------------------------
001330 FD  PURGE-REPORT-FILE.
001340 01  PURGE-REPORT-RECORD             PIC X(80).
001350
001360 FD  RETIRE-REPORT-FILE.
001370 01  RETIRE-REPORT-RECORD            PIC X(80).
001380
001390*-----------------------------------------------------------------
001400* BACKUP GENERATIONS - KEYED BY FILE, GENERATION AND LINE.
001410* SHARED LAYOUT VIA COPYBOOK.
001420*-----------------------------------------------------------------
001430 FD  SWAP-BACKUP-FILE.
001440 01  SWAP-BACKUP-RECORD.
001450     COPY PRMBKPR.
001460
001470*-----------------------------------------------------------------
001480* SWAP LOG - ONE RECORD PER REQUEST, APPENDED.  SHARED LAYOUT VIA
001490* COPYBOOK.
001500*-----------------------------------------------------------------
001510 FD  SWAP-LOG-FILE.
001520 01  SWAP-LOG-RECORD.
001530     COPY PRMSWLR.
001540
001550 FD  SWAP-REPORT-FILE.
001560 01  SWAP-REPORT-RECORD              PIC X(80).
001570
001580 WORKING-STORAGE SECTION.
001590*-----------------------------------------------------------------
001600* FILE STATUS SWITCHES - THE TWO LIVE FILES SHARE ONE STATUS, AS
001610* DO THE TWO NEW FILES AND THE TWO BALANCE REPORTS; ONLY ONE OF
001620* EACH PAIR IS EVER OPEN IN A RUN.
001630*-----------------------------------------------------------------
001640 01  WS-FILE-STATUSES.
001650     05  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
001660         88  CTL-STATUS-OK           VALUE '00'.
001670     05  WS-LIVE-STATUS              PIC X(02) VALUE SPACES.
001680         88  LIVE-STATUS-OK          VALUE '00'.
001690         88  LIVE-FILE-NOT-FOUND     VALUE '35'.
001700     05  WS-NEW-STATUS               PIC X(02) VALUE SPACES.
001710         88  NEW-STATUS-OK           VALUE '00'.
001720     05  WS-BALRPT-STATUS            PIC X(02) VALUE SPACES.
001730         88  BALRPT-STATUS-OK        VALUE '00'.
001740     05  WS-BACKUP-STATUS            PIC X(02) VALUE SPACES.
001750         88  BACKUP-STATUS-OK        VALUE '00'.
001760     05  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
001770         88  LOG-STATUS-OK           VALUE '00'.
001780     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001790         88  REPORT-STATUS-OK        VALUE '00'.
001800
001810 01  WS-SWITCHES.
001820     05  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
001830         88  END-OF-INPUT            VALUE 'Y'.
001840     05  WS-DIRECTORY-SW             PIC X(01) VALUE 'N'.
001850         88  DIRECTORY-ON-FILE       VALUE 'Y'.
001860     05  WS-IN-BALANCE-SW            PIC X(01) VALUE 'N'.
001870         88  REPORT-IN-BALANCE       VALUE 'Y'.
001880     05  WS-OUT-OF-BALANCE-SW        PIC X(01) VALUE 'N'.
001890         88  REPORT-OUT-OF-BALANCE   VALUE 'Y'.
001900     05  WS-FOUND-EXAMINED-SW        PIC X(01) VALUE 'N'.
001910         88  FOUND-EXAMINED          VALUE 'Y'.
001920     05  WS-FOUND-RETAINED-SW        PIC X(01) VALUE 'N'.
001930         88  FOUND-RETAINED          VALUE 'Y'.
001940     05  WS-FOUND-HELD-SW            PIC X(01) VALUE 'N'.
001950         88  FOUND-HELD              VALUE 'Y'.
001960     05  WS-FOUND-SEALS-SW           PIC X(01) VALUE 'N'.
001970         88  FOUND-SEALS             VALUE 'Y'.
001980     05  WS-CHAIN-SW                 PIC X(01) VALUE 'P'.
001990         88  CHAIN-IS-INTACT         VALUE 'P'.
002000         88  CHAIN-IS-BROKEN         VALUE 'F'.
002010     05  WS-LAST-SEAL-SW             PIC X(01) VALUE 'N'.
002020         88  LAST-RECORD-WAS-SEAL    VALUE 'Y'.
002030     05  WS-BACKUP-OPEN-SW           PIC X(01) VALUE 'N'.
002040         88  BACKUP-FILE-OPEN        VALUE 'Y'.
002050
002060*-----------------------------------------------------------------
002070* THE REQUEST, KEPT FROM THE CONTROL CARD.
002080*-----------------------------------------------------------------
002090 01  WS-SWAP-CARD.
002100     05  CTL-ACTION                  PIC X(01).
002110         88  CTL-IS-SWAP             VALUE 'S'.
002120         88  CTL-IS-RESTORE          VALUE 'R'.
002130     05  CTL-FILE-ID                 PIC X(08).
002140         88  CTL-FOR-AUDIT           VALUE 'PRMAUD'.
002150         88  CTL-FOR-ALLOC           VALUE 'PRMALOC'.
002160     05  CTL-GENERATION-TEXT         PIC X(05).
002170     05  CTL-GENERATION REDEFINES CTL-GENERATION-TEXT
002180                                     PIC 9(05).
002190     05  CTL-OPERATOR                PIC X(20).
002200     05  FILLER                      PIC X(46).
002210
002220*-----------------------------------------------------------------
002230* OUTCOME - SET ONCE, BY WHICHEVER STEP DECIDES IT.  ANYTHING BUT
002240* SWAPPED OR RESTORED ENDS THE JOB WITH RETURN-CODE 8.
002250*-----------------------------------------------------------------
002260 01  WS-SWAP-RESULT                  PIC X(08) VALUE SPACES.
002270     88  RESULT-SWAPPED              VALUE 'SWAPPED'.
002280     88  RESULT-RESTORED             VALUE 'RESTORED'.
002290     88  RESULT-REFUSED              VALUE 'REFUSED'.
002300     88  RESULT-FAILED               VALUE 'FAILED'.
002310     88  RESULT-DECIDED              VALUE 'SWAPPED' 'RESTORED'
002320                                           'REFUSED' 'FAILED'.
002330 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
002340
002350 01  WS-STAMP-DATE                   PIC 9(08) VALUE ZERO.
002360 01  WS-STAMP-TIME                   PIC 9(08) VALUE ZERO.
002370 01  WS-RECORD-AREA                  PIC X(120) VALUE SPACES.
002380 01  WS-BACKUP-REASON                PIC X(08) VALUE SPACES.
002390
002400*-----------------------------------------------------------------
002410* BALANCE REPORT LINE - THE LABEL AND EDITED VALUE EVERY TOTALS
002420* LINE OF BOTH REPORTS CARRIES.
002430*-----------------------------------------------------------------
002440 01  WS-BALANCE-LINE.
002450     05  BAL-LABEL                   PIC X(40).
002460     05  BAL-VALUE                   PIC ZZZZZZZZ9.
002470     05  FILLER                      PIC X(31).
002480
002490*-----------------------------------------------------------------
002500* GENERATIONS - THE ONE TAKEN OF THE FILE BEING REPLACED AND, ON
002510* A RESTORE, THE ONE BEING PUT BACK.
002520*-----------------------------------------------------------------
002530 01  WS-LAST-GENERATION              PIC 9(05) VALUE ZERO.
002540 01  WS-BACKUP-GENERATION            PIC 9(05) VALUE ZERO.
002550 01  WS-SOURCE-GENERATION            PIC 9(05) VALUE ZERO.
002560
002570*-----------------------------------------------------------------
002580* SWAP CONTROL COUNTERS - THE REPORT'S TOTALS, WHAT THEY SAY
002590* EACH FILE SHOULD HOLD, AND WHAT EACH FILE WAS FOUND TO HOLD.
002600*-----------------------------------------------------------------
002610 01  WS-COUNTERS.
002620     05  WS-RPT-EXAMINED             PIC 9(09) COMP-3 VALUE ZERO.
002630     05  WS-RPT-RETAINED             PIC 9(09) COMP-3 VALUE ZERO.
002640     05  WS-RPT-HELD                 PIC 9(09) COMP-3 VALUE ZERO.
002650     05  WS-RPT-SEALS                PIC 9(09) COMP-3 VALUE ZERO.
002660     05  WS-EXPECTED-LIVE            PIC 9(09) COMP-3 VALUE ZERO.
002670     05  WS-EXPECTED-NEW             PIC 9(09) COMP-3 VALUE ZERO.
002680     05  WS-LIVE-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
002690     05  WS-NEW-COUNT                PIC 9(09) COMP-3 VALUE ZERO.
002700     05  WS-BACKUP-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
002710     05  WS-PROMOTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
002720
002730*-----------------------------------------------------------------
002740* SEAL CHAIN CHECK - THE SAME COUNTS PRIMEVERIFY KEEPS.
002750*-----------------------------------------------------------------
002760 01  WS-CHAIN-COUNTERS.
002770     05  WS-LAST-SEQ                 PIC 9(09) COMP-3 VALUE ZERO.
002780     05  WS-EXPECTED-SEQ             PIC 9(09) COMP-3 VALUE ZERO.
002790     05  WS-SEQUENCED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
002800     05  WS-LEGACY-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
002810     05  WS-SEAL-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
002820     05  WS-BREAK-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
002830     05  WS-BAD-SEAL-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
002840
002850*-----------------------------------------------------------------
002860* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE, MOVED TO THE
002870* FD RECORD IMMEDIATELY BEFORE EACH WRITE.
002880*-----------------------------------------------------------------
002890 01  WS-REPORT-DETAIL-LINE.
002900     05  RPT-LABEL                   PIC X(40) VALUE SPACES.
002910     05  RPT-VALUE                   PIC ZZZZZZZZ9.
002920     05  FILLER                      PIC X(31) VALUE SPACES.
002930
002940 01  WS-REQUEST-LINE.
002950     05  FILLER                      PIC X(10) VALUE 'REQUEST'.
002960     05  REQ-ACTION                  PIC X(08).
002970     05  FILLER                      PIC X(05) VALUE 'FILE'.
002980     05  REQ-FILE-ID                 PIC X(09).
002990     05  FILLER                      PIC X(11) VALUE 'GENERATION'.
003000     05  REQ-GENERATION              PIC X(06).
003010     05  FILLER                      PIC X(09) VALUE 'OPERATOR'.
003020     05  REQ-OPERATOR                PIC X(20).
003030     05  FILLER                      PIC X(02) VALUE SPACES.
003040
003050 01  WS-RESULT-LINE.
003060     05  FILLER                      PIC X(10) VALUE 'RESULT'.
003070     05  RSL-RESULT                  PIC X(10).
003080     05  RSL-REASON                  PIC X(30).
003090     05  FILLER                      PIC X(30) VALUE SPACES.
003100
003110 PROCEDURE DIVISION.
003120
003130******************************************************************
003140* 0000-MAIN-PARA
003150* MAINLINE - READ THE REQUEST, CARRY OUT THE SWAP OR RESTORE IF
003160* EVERY PROOF HOLDS, AND LOG AND REPORT THE OUTCOME EITHER WAY.
003170******************************************************************
003180 0000-MAIN-PARA.
003190     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
003200     IF NOT RESULT-DECIDED
003210         IF CTL-IS-SWAP
003220             PERFORM 2000-SWAP-PARA THRU 2000-EXIT
003230         ELSE
003240             PERFORM 3000-RESTORE-PARA THRU 3000-EXIT
003250         END-IF
003260     END-IF.
003270     PERFORM 7000-WRITE-LOG-PARA THRU 7000-EXIT.
003280     PERFORM 8000-SWAP-REPORT-PARA THRU 8000-EXIT.
003290     CLOSE SWAP-REPORT-FILE.
003300     IF BACKUP-FILE-OPEN
003310         CLOSE SWAP-BACKUP-FILE
003320     END-IF.
003330     IF NOT RESULT-SWAPPED AND NOT RESULT-RESTORED
003340         MOVE 8 TO RETURN-CODE
003350     END-IF.
003360     STOP RUN.
003370
003380******************************************************************
003390* 1000-INITIALIZE-PARA
003400* OPENS THE REPORT AND THE SWAP LOG FIRST - A REQUEST THAT CANNOT
003410* BE LOGGED IS NOT CARRIED OUT AT ALL.  THEN READS AND EDITS THE
003420* CONTROL CARD AND OPENS THE BACKUP FILE, CREATING IT ON FIRST
003430* USE.  ANY FAULT HERE REFUSES THE REQUEST BEFORE A DATA FILE IS
003440* TOUCHED.
003450******************************************************************
003460 1000-INITIALIZE-PARA.
003470     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
003480     ACCEPT WS-STAMP-TIME FROM TIME.
003490     MOVE SPACES TO WS-SWAP-CARD.
003500     OPEN OUTPUT SWAP-REPORT-FILE.
003510     IF NOT REPORT-STATUS-OK
003520         DISPLAY 'SWAP-REPORT-FILE (PRMSWRPT) COULD NOT BE'
003530             ' OPENED - STATUS ' WS-REPORT-STATUS
003540         DISPLAY 'SWAP REFUSED - LIVE FILE NOT TOUCHED'
003550         MOVE 8 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     OPEN EXTEND SWAP-LOG-FILE.
003590     IF NOT LOG-STATUS-OK
003600         OPEN OUTPUT SWAP-LOG-FILE
003610     END-IF.
003620     IF NOT LOG-STATUS-OK
003630         DISPLAY 'SWAP-LOG-FILE (PRMSWLOG) COULD NOT BE'
003640             ' OPENED - STATUS ' WS-LOG-STATUS
003650         DISPLAY 'SWAP REFUSED - LIVE FILE NOT TOUCHED'
003660         CLOSE SWAP-REPORT-FILE
003670         MOVE 8 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700
003710     OPEN INPUT SWAP-CONTROL-FILE.
003720     IF NOT CTL-STATUS-OK
003730         MOVE 'NO CONTROL CARD (SWPCTL)' TO WS-REJECT-REASON
003740         SET RESULT-REFUSED TO TRUE
003750         GO TO 1000-EXIT
003760     END-IF.
003770     READ SWAP-CONTROL-FILE
003780         AT END
003790             MOVE 'CONTROL CARD FILE IS EMPTY' TO WS-REJECT-REASON
003800             SET RESULT-REFUSED TO TRUE
003810         NOT AT END
003820             MOVE SWAP-CONTROL-RECORD TO WS-SWAP-CARD
003830     END-READ.
003840     CLOSE SWAP-CONTROL-FILE.
003850     IF RESULT-REFUSED
003860         GO TO 1000-EXIT
003870     END-IF.
003880
003890     IF NOT CTL-IS-SWAP AND NOT CTL-IS-RESTORE
003900         MOVE 'ACTION IS NOT S OR R' TO WS-REJECT-REASON
003910         SET RESULT-REFUSED TO TRUE
003920         GO TO 1000-EXIT
003930     END-IF.
003940     IF NOT CTL-FOR-AUDIT AND NOT CTL-FOR-ALLOC
003950         MOVE 'FILE IS NOT PRMAUD OR PRMALOC' TO WS-REJECT-REASON
003960         SET RESULT-REFUSED TO TRUE
003970         GO TO 1000-EXIT
003980     END-IF.
003990     IF CTL-OPERATOR = SPACES
004000         MOVE 'NO OPERATOR ON THE CARD' TO WS-REJECT-REASON
004010         SET RESULT-REFUSED TO TRUE
004020         GO TO 1000-EXIT
004030     END-IF.
004040     IF CTL-IS-RESTORE
004050         IF CTL-GENERATION-TEXT NOT NUMERIC
004060          OR CTL-GENERATION = ZERO
004070             MOVE 'NO GENERATION TO RESTORE GIVEN'
004080                 TO WS-REJECT-REASON
004090             SET RESULT-REFUSED TO TRUE
004100             GO TO 1000-EXIT
004110         END-IF
004120         MOVE CTL-GENERATION TO WS-SOURCE-GENERATION
004130     END-IF.
004140
004150     OPEN I-O SWAP-BACKUP-FILE.
004160     IF NOT BACKUP-STATUS-OK
004170         OPEN OUTPUT SWAP-BACKUP-FILE
004180         CLOSE SWAP-BACKUP-FILE
004190         OPEN I-O SWAP-BACKUP-FILE
004200     END-IF.
004210     IF NOT BACKUP-STATUS-OK
004220         DISPLAY 'SWAP-BACKUP-FILE (PRMSWBK) COULD NOT BE'
004230             ' OPENED - STATUS ' WS-BACKUP-STATUS
004240         MOVE 'BACKUP FILE (PRMSWBK) UNUSABLE' TO WS-REJECT-REASON
004250         SET RESULT-REFUSED TO TRUE
004260         GO TO 1000-EXIT
004270     END-IF.
004280     SET BACKUP-FILE-OPEN TO TRUE.
004290 1000-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330* 2000-SWAP-PARA
004340* THE PROOFS IN ORDER - REPORT, LIVE FILE, NEW FILE - THEN THE
004350* BACKUP, THEN THE PROMOTION.  THE FIRST PROOF THAT FAILS REFUSES
004360* THE SWAP; NOTHING UP TO THE PROMOTION WRITES TO THE LIVE FILE.
004370******************************************************************
004380 2000-SWAP-PARA.
004390     PERFORM 2100-READ-REPORT-PARA THRU 2100-EXIT.
004400     IF RESULT-DECIDED
004410         GO TO 2000-EXIT
004420     END-IF.
004430     PERFORM 2200-COUNT-LIVE-PARA THRU 2200-EXIT.
004440     IF RESULT-DECIDED
004450         GO TO 2000-EXIT
004460     END-IF.
004470     PERFORM 2300-CHECK-NEW-PARA THRU 2300-EXIT.
004480     IF RESULT-DECIDED
004490         GO TO 2000-EXIT
004500     END-IF.
004510     MOVE 'SWAP' TO WS-BACKUP-REASON.
004520     PERFORM 4000-BACKUP-LIVE-PARA THRU 4000-EXIT.
004530     IF RESULT-DECIDED
004540         GO TO 2000-EXIT
004550     END-IF.
004560     PERFORM 4500-PROMOTE-NEW-PARA THRU 4500-EXIT.
004570 2000-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610* 2100-READ-REPORT-PARA
004620* READS THE JOB'S BALANCE REPORT BACK FOR ITS TOTALS.  THE REPORT
004630* MUST CARRY ITS IN-BALANCE LINE AND NO OUT-OF-BALANCE ONE, AND
004640* EVERY TOTAL THE PROOFS NEED.  FOR PRMAUD THE OLD FILE HELD THE
004650* RECORDS EXAMINED PLUS THE RUN SEALS RETIRED, AND THE NEW ONE
004660* HOLDS THE RETAINED AND HELD RECORDS PLUS THE ONE FRESH SEAL
004670* PRIMEARCHIVE CLOSES IT WITH.  FOR PRMALOC THE OLD FILE HELD THE
004680* ROWS EXAMINED AND THE NEW ONE THE ROWS RETAINED.
004690******************************************************************
004700 2100-READ-REPORT-PARA.
004710     IF CTL-FOR-AUDIT
004720         OPEN INPUT PURGE-REPORT-FILE
004730     ELSE
004740         OPEN INPUT RETIRE-REPORT-FILE
004750     END-IF.
004760     IF NOT BALRPT-STATUS-OK
004770         DISPLAY 'BALANCE REPORT FOR ' CTL-FILE-ID ' COULD NOT BE'
004780             ' OPENED - STATUS ' WS-BALRPT-STATUS
004790         MOVE 'NO BALANCE REPORT TO PROVE' TO WS-REJECT-REASON
004800         SET RESULT-REFUSED TO TRUE
004810         GO TO 2100-EXIT
004820     END-IF.
004830     MOVE 'N' TO WS-INPUT-EOF-SW.
004840     PERFORM 2110-REPORT-LINE-PARA THRU 2110-EXIT
004850         UNTIL END-OF-INPUT.
004860     IF CTL-FOR-AUDIT
004870         CLOSE PURGE-REPORT-FILE
004880     ELSE
004890         CLOSE RETIRE-REPORT-FILE
004900     END-IF.
004910
004920     IF REPORT-OUT-OF-BALANCE OR NOT REPORT-IN-BALANCE
004930         MOVE 'BALANCE REPORT NOT IN BALANCE' TO WS-REJECT-REASON
004940         SET RESULT-REFUSED TO TRUE
004950         GO TO 2100-EXIT
004960     END-IF.
004970     IF NOT FOUND-EXAMINED OR NOT FOUND-RETAINED
004980         MOVE 'BALANCE REPORT TOTALS MISSING' TO WS-REJECT-REASON
004990         SET RESULT-REFUSED TO TRUE
005000         GO TO 2100-EXIT
005010     END-IF.
005020     IF CTL-FOR-AUDIT
005030         IF NOT FOUND-HELD OR NOT FOUND-SEALS
005040             MOVE 'BALANCE REPORT TOTALS MISSING'
005050                 TO WS-REJECT-REASON
005060             SET RESULT-REFUSED TO TRUE
005070             GO TO 2100-EXIT
005080         END-IF
005090         COMPUTE WS-EXPECTED-LIVE = WS-RPT-EXAMINED + WS-RPT-SEALS
005100         COMPUTE WS-EXPECTED-NEW =
005110             WS-RPT-RETAINED + WS-RPT-HELD + 1
005120     ELSE
005130         MOVE WS-RPT-EXAMINED TO WS-EXPECTED-LIVE
005140         MOVE WS-RPT-RETAINED TO WS-EXPECTED-NEW
005150     END-IF.
005160 2100-EXIT.
005170     EXIT.
005180
005190 2110-REPORT-LINE-PARA.
005200     IF CTL-FOR-AUDIT
005210         READ PURGE-REPORT-FILE
005220             AT END
005230                 SET END-OF-INPUT TO TRUE
005240             NOT AT END
005250                 MOVE PURGE-REPORT-RECORD TO WS-BALANCE-LINE
005260         END-READ
005270     ELSE
005280         READ RETIRE-REPORT-FILE
005290             AT END
005300                 SET END-OF-INPUT TO TRUE
005310             NOT AT END
005320                 MOVE RETIRE-REPORT-RECORD TO WS-BALANCE-LINE
005330         END-READ
005340     END-IF.
005350     IF END-OF-INPUT
005360         GO TO 2110-EXIT
005370     END-IF.
005380     EVALUATE BAL-LABEL
005390         WHEN 'AUDIT RECORDS EXAMINED'
005400         WHEN 'EXTRACT ROWS EXAMINED'
005410             MOVE BAL-VALUE TO WS-RPT-EXAMINED
005420             SET FOUND-EXAMINED TO TRUE
005430         WHEN 'RECORDS RETAINED ON LIVE FILE'
005440         WHEN 'OPEN ROWS RETAINED ON NEW LIVE FILE'
005450             MOVE BAL-VALUE TO WS-RPT-RETAINED
005460             SET FOUND-RETAINED TO TRUE
005470         WHEN 'RECORDS KEPT LIVE UNDER LEGAL HOLD'
005480             MOVE BAL-VALUE TO WS-RPT-HELD
005490             SET FOUND-HELD TO TRUE
005500         WHEN 'OLD RUN SEALS RETIRED'
005510             MOVE BAL-VALUE TO WS-RPT-SEALS
005520             SET FOUND-SEALS TO TRUE
005530         WHEN 'PURGE IN BALANCE - NOTHING DROPPED'
005540         WHEN 'RETIREMENT IN BALANCE - SWAP APPROVED'
005550             SET REPORT-IN-BALANCE TO TRUE
005560         WHEN '** PURGE OUT OF BALANCE - DO NOT SWAP **'
005570         WHEN '** OUT OF BALANCE - DO NOT SWAP **'
005580             SET REPORT-OUT-OF-BALANCE TO TRUE
005590     END-EVALUATE.
005600 2110-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640* 2200-COUNT-LIVE-PARA
005650* THE LIVE FILE MUST STILL HOLD EXACTLY WHAT THE JOB EXAMINED.
005660* MORE MEANS RECORDS ARRIVED AFTER THE JOB RAN AND WOULD BE LOST
005670* BY THE SWAP; FEWER MEANS THE REPORT IS NOT FROM THIS FILE.
005680******************************************************************
005690 2200-COUNT-LIVE-PARA.
005700     PERFORM 9100-OPEN-LIVE-INPUT-PARA THRU 9100-EXIT.
005710     IF NOT LIVE-STATUS-OK
005720         DISPLAY 'LIVE FILE ' CTL-FILE-ID ' COULD NOT BE OPENED'
005730             ' - STATUS ' WS-LIVE-STATUS
005740         MOVE 'LIVE FILE COULD NOT BE READ' TO WS-REJECT-REASON
005750         SET RESULT-REFUSED TO TRUE
005760         GO TO 2200-EXIT
005770     END-IF.
005780     PERFORM 2210-COUNT-LIVE-LINE-PARA THRU 2210-EXIT
005790         UNTIL END-OF-INPUT.
005800     PERFORM 9130-CLOSE-LIVE-PARA THRU 9130-EXIT.
005810     IF WS-LIVE-COUNT NOT = WS-EXPECTED-LIVE
005820         MOVE 'LIVE FILE DISAGREES WITH REPORT'
005824             TO WS-REJECT-REASON
005830         SET RESULT-REFUSED TO TRUE
005840     END-IF.
005850 2200-EXIT.
005860     EXIT.
005870
005880 2210-COUNT-LIVE-LINE-PARA.
005890     PERFORM 9110-READ-LIVE-PARA THRU 9110-EXIT.
005900     IF NOT END-OF-INPUT
005910         ADD 1 TO WS-LIVE-COUNT
005920     END-IF.
005930 2210-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 2300-CHECK-NEW-PARA
005980* THE NEW FILE MUST HOLD EXACTLY WHAT THE JOB RETAINED.  A NEW
005990* AUDIT FILE MUST ALSO PASS THE SEAL CHAIN RULES PRIMEVERIFY
006000* APPLIES TO THE LIVE ONE - SEQUENCED RECORDS ONE APART, EVERY
006010* SEAL AGREEING WITH THE RECORDS AHEAD OF IT, AND THE FILE
006020* ENDING ON A SEAL - AND EVERY RECORD PRIMEARCHIVE KEPT MUST BE
006030* ON ITS FRESH CHAIN.
006040******************************************************************
006050 2300-CHECK-NEW-PARA.
006060     PERFORM 9200-OPEN-NEW-INPUT-PARA THRU 9200-EXIT.
006070     IF NOT NEW-STATUS-OK
006080         DISPLAY 'NEW FILE FOR ' CTL-FILE-ID ' COULD NOT BE'
006090             ' OPENED - STATUS ' WS-NEW-STATUS
006100         MOVE 'NEW FILE COULD NOT BE READ' TO WS-REJECT-REASON
006110         SET RESULT-REFUSED TO TRUE
006120         GO TO 2300-EXIT
006130     END-IF.
006140     PERFORM 2310-SCAN-NEW-LINE-PARA THRU 2310-EXIT
006150         UNTIL END-OF-INPUT.
006160     PERFORM 9230-CLOSE-NEW-PARA THRU 9230-EXIT.
006170     IF WS-NEW-COUNT NOT = WS-EXPECTED-NEW
006180         MOVE 'NEW FILE DISAGREES WITH REPORT' TO WS-REJECT-REASON
006190         SET RESULT-REFUSED TO TRUE
006200         GO TO 2300-EXIT
006210     END-IF.
006220     IF NOT CTL-FOR-AUDIT
006230         GO TO 2300-EXIT
006240     END-IF.
006250     IF WS-SEQUENCED-COUNT > ZERO
006260        AND NOT LAST-RECORD-WAS-SEAL
006270         SET CHAIN-IS-BROKEN TO TRUE
006280     END-IF.
006290     IF CHAIN-IS-BROKEN
006300         MOVE 'NEW FILE FAILS SEAL CHAIN CHECK'
006304             TO WS-REJECT-REASON
006310         SET RESULT-REFUSED TO TRUE
006320         GO TO 2300-EXIT
006330     END-IF.
006340     IF WS-SEQUENCED-COUNT NOT = WS-RPT-RETAINED + WS-RPT-HELD
006350         MOVE 'NEW FILE CHAIN IS SHORT' TO WS-REJECT-REASON
006360         SET RESULT-REFUSED TO TRUE
006370     END-IF.
006380 2300-EXIT.
006390     EXIT.
006400
006410 2310-SCAN-NEW-LINE-PARA.
006420     PERFORM 9210-READ-NEW-PARA THRU 9210-EXIT.
006430     IF END-OF-INPUT
006440         GO TO 2310-EXIT
006450     END-IF.
006460     ADD 1 TO WS-NEW-COUNT.
006470     IF CTL-FOR-AUDIT
006480         PERFORM 2320-JUDGE-CHAIN-PARA THRU 2320-EXIT
006490     END-IF.
006500 2310-EXIT.
006510     EXIT.
006520
006530 2320-JUDGE-CHAIN-PARA.
006540     MOVE 'N' TO WS-LAST-SEAL-SW.
006550     EVALUATE TRUE
006560         WHEN AUD-SEAL-RECORD
006570             SET LAST-RECORD-WAS-SEAL TO TRUE
006580             PERFORM 2340-JUDGE-SEAL-PARA THRU 2340-EXIT
006590         WHEN AUD-SEQ-NUM NUMERIC
006600             PERFORM 2330-JUDGE-RECORD-PARA THRU 2330-EXIT
006610         WHEN OTHER
006620             ADD 1 TO WS-LEGACY-COUNT
006630     END-EVALUATE.
006640 2320-EXIT.
006650     EXIT.
006660
006670 2330-JUDGE-RECORD-PARA.
006680     ADD 1 TO WS-SEQUENCED-COUNT.
006690     COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1.
006700     IF AUD-SEQ-NUM NOT = WS-EXPECTED-SEQ
006710         ADD 1 TO WS-BREAK-COUNT
006720         SET CHAIN-IS-BROKEN TO TRUE
006730     END-IF.
006740     MOVE AUD-SEQ-NUM TO WS-LAST-SEQ.
006750 2330-EXIT.
006760     EXIT.
006770
006780 2340-JUDGE-SEAL-PARA.
006790     ADD 1 TO WS-SEAL-COUNT.
006800     IF AUD-SEQ-NUM NOT NUMERIC
006810      OR AUD-SEAL-COUNT NOT NUMERIC
006820      OR AUD-SEQ-NUM NOT = WS-LAST-SEQ
006830      OR AUD-SEAL-COUNT NOT = WS-SEQUENCED-COUNT
006840         ADD 1 TO WS-BAD-SEAL-COUNT
006850         SET CHAIN-IS-BROKEN TO TRUE
006860     END-IF.
006870 2340-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910* 3000-RESTORE-PARA
006920* PUTS A NAMED BACKUP GENERATION BACK.  THE GENERATION MUST BE
006930* COMPLETE - ITS HEADER ON FILE AND EVERY LINE THE HEADER COUNTS
006940* PRESENT - BEFORE ANYTHING ELSE HAPPENS.  WHATEVER IS LIVE IS
006950* THEN BACKED UP AS A NEW GENERATION OF ITS OWN, AND ONLY THEN
006960* IS THE OLD GENERATION COPIED OVER IT.
006970******************************************************************
006980 3000-RESTORE-PARA.
006990     PERFORM 3100-VERIFY-GENERATION-PARA THRU 3100-EXIT.
007000     IF RESULT-DECIDED
007010         GO TO 3000-EXIT
007020     END-IF.
007030     MOVE 'RESTORE' TO WS-BACKUP-REASON.
007040     PERFORM 4000-BACKUP-LIVE-PARA THRU 4000-EXIT.
007050     IF RESULT-DECIDED
007060         GO TO 3000-EXIT
007070     END-IF.
007080     PERFORM 3200-RESTORE-LINES-PARA THRU 3200-EXIT.
007090 3000-EXIT.
007100     EXIT.
007110
007120 3100-VERIFY-GENERATION-PARA.
007130     MOVE SPACES TO SWAP-BACKUP-RECORD.
007140     MOVE CTL-FILE-ID TO BKP-FILE-ID.
007150     MOVE WS-SOURCE-GENERATION TO BKP-GENERATION.
007160     MOVE ZERO TO BKP-REC-SEQ.
007170     READ SWAP-BACKUP-FILE
007180         INVALID KEY
007190             MOVE 'NO SUCH BACKUP GENERATION' TO WS-REJECT-REASON
007200             SET RESULT-REFUSED TO TRUE
007210     END-READ.
007220     IF RESULT-REFUSED
007230         GO TO 3100-EXIT
007240     END-IF.
007250     IF NOT BKP-HEADER-RECORD
007260         MOVE 'BACKUP GENERATION INCOMPLETE' TO WS-REJECT-REASON
007270         SET RESULT-REFUSED TO TRUE
007280         GO TO 3100-EXIT
007290     END-IF.
007300     MOVE BKP-RECORD-COUNT TO WS-EXPECTED-NEW.
007310     PERFORM 3300-POSITION-GENERATION-PARA THRU 3300-EXIT.
007320     PERFORM 3110-COUNT-GEN-LINE-PARA THRU 3110-EXIT
007330         UNTIL END-OF-INPUT.
007340     IF WS-NEW-COUNT NOT = WS-EXPECTED-NEW
007350         MOVE 'BACKUP GENERATION INCOMPLETE' TO WS-REJECT-REASON
007360         SET RESULT-REFUSED TO TRUE
007370     END-IF.
007380 3100-EXIT.
007390     EXIT.
007400
007410 3110-COUNT-GEN-LINE-PARA.
007420     PERFORM 3310-READ-GEN-LINE-PARA THRU 3310-EXIT.
007430     IF NOT END-OF-INPUT
007440         ADD 1 TO WS-NEW-COUNT
007450     END-IF.
007460 3110-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500* 3200-RESTORE-LINES-PARA
007510* COPIES THE GENERATION'S LINES OVER THE LIVE FILE IN ORDER.  A
007520* SHORT COPY LEAVES THE LIVE FILE PART WRITTEN, SO THE FAILURE
007530* NAMES THE GENERATION JUST TAKEN FOR THE OPERATOR TO RESTORE.
007540******************************************************************
007550 3200-RESTORE-LINES-PARA.
007560     PERFORM 9300-OPEN-LIVE-OUTPUT-PARA THRU 9300-EXIT.
007570     IF NOT LIVE-STATUS-OK
007580         DISPLAY 'LIVE FILE ' CTL-FILE-ID ' COULD NOT BE OPENED'
007590             ' FOR OUTPUT - STATUS ' WS-LIVE-STATUS
007600         MOVE 'LIVE FILE COULD NOT BE REPLACED'
007604             TO WS-REJECT-REASON
007610         SET RESULT-REFUSED TO TRUE
007620         GO TO 3200-EXIT
007630     END-IF.
007640     PERFORM 3300-POSITION-GENERATION-PARA THRU 3300-EXIT.
007650     PERFORM 3210-RESTORE-ONE-PARA THRU 3210-EXIT
007660         UNTIL END-OF-INPUT OR RESULT-FAILED.
007670     PERFORM 9130-CLOSE-LIVE-PARA THRU 9130-EXIT.
007680     IF RESULT-FAILED
007690      OR WS-PROMOTED-COUNT NOT = WS-EXPECTED-NEW
007700         SET RESULT-FAILED TO TRUE
007710         MOVE 'RESTORE INCOMPLETE' TO WS-REJECT-REASON
007720         PERFORM 4900-FAILED-COPY-PARA THRU 4900-EXIT
007730     ELSE
007740         SET RESULT-RESTORED TO TRUE
007750         MOVE 'GENERATION PUT BACK' TO WS-REJECT-REASON
007760     END-IF.
007770 3200-EXIT.
007780     EXIT.
007790
007800 3210-RESTORE-ONE-PARA.
007810     PERFORM 3310-READ-GEN-LINE-PARA THRU 3310-EXIT.
007820     IF END-OF-INPUT
007830         GO TO 3210-EXIT
007840     END-IF.
007850     MOVE BKP-DATA TO WS-RECORD-AREA.
007860     PERFORM 9310-WRITE-LIVE-PARA THRU 9310-EXIT.
007870     IF NOT RESULT-FAILED
007880         ADD 1 TO WS-PROMOTED-COUNT
007890     END-IF.
007900 3210-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* 3300-POSITION-GENERATION-PARA
007950* POSITIONS THE BACKUP FILE ON THE FIRST LINE OF THE GENERATION
007960* BEING RESTORED; 3310 RETURNS ITS LINES IN ORDER AND STOPS AT
007970* THE NEXT GENERATION OR FILE.
007980******************************************************************
007990 3300-POSITION-GENERATION-PARA.
008000     MOVE 'N' TO WS-INPUT-EOF-SW.
008010     MOVE SPACES TO SWAP-BACKUP-RECORD.
008020     MOVE CTL-FILE-ID TO BKP-FILE-ID.
008030     MOVE WS-SOURCE-GENERATION TO BKP-GENERATION.
008040     MOVE 1 TO BKP-REC-SEQ.
008050     START SWAP-BACKUP-FILE KEY IS NOT LESS THAN BKP-KEY
008060         INVALID KEY
008070             SET END-OF-INPUT TO TRUE
008080     END-START.
008090 3300-EXIT.
008100     EXIT.
008110
008120 3310-READ-GEN-LINE-PARA.
008130     READ SWAP-BACKUP-FILE NEXT RECORD
008140         AT END
008150             SET END-OF-INPUT TO TRUE
008160         NOT AT END
008170             IF BKP-FILE-ID NOT = CTL-FILE-ID
008180              OR BKP-GENERATION NOT = WS-SOURCE-GENERATION
008190              OR NOT BKP-LINE-RECORD
008200                 SET END-OF-INPUT TO TRUE
008210             END-IF
008220     END-READ.
008230 3310-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270* 4000-BACKUP-LIVE-PARA
008280* COPIES THE LIVE FILE TO THE NEXT BACKUP GENERATION.  THE
008290* DIRECTORY IS BUMPED FIRST, SO A GENERATION LEFT PART WRITTEN BY
008300* AN ABEND IS NEVER REUSED; THE HEADER IS WRITTEN LAST, SO SUCH A
008310* GENERATION CAN NEVER BE RESTORED.  ON A SWAP THE BACKUP MUST
008320* COUNT BACK TO WHAT THE LIVE FILE WAS PROVED TO HOLD.  A RESTORE
008330* OVER A LIVE FILE THAT IS NOT THERE AT ALL HAS NOTHING TO BACK
008340* UP AND GOES AHEAD WITHOUT.
008350******************************************************************
008360 4000-BACKUP-LIVE-PARA.
008370     PERFORM 9100-OPEN-LIVE-INPUT-PARA THRU 9100-EXIT.
008380     IF LIVE-FILE-NOT-FOUND AND CTL-IS-RESTORE
008390         DISPLAY 'NO LIVE ' CTL-FILE-ID ' ON FILE - NOTHING TO'
008400             ' BACK UP BEFORE THE RESTORE'
008410         GO TO 4000-EXIT
008420     END-IF.
008430     IF NOT LIVE-STATUS-OK
008440         DISPLAY 'LIVE FILE ' CTL-FILE-ID ' COULD NOT BE OPENED'
008450             ' - STATUS ' WS-LIVE-STATUS
008460         MOVE 'LIVE FILE COULD NOT BE READ' TO WS-REJECT-REASON
008470         SET RESULT-REFUSED TO TRUE
008480         GO TO 4000-EXIT
008490     END-IF.
008500
008510     MOVE SPACES TO SWAP-BACKUP-RECORD.
008520     MOVE CTL-FILE-ID TO BKP-FILE-ID.
008530     MOVE ZERO TO BKP-GENERATION.
008540     MOVE ZERO TO BKP-REC-SEQ.
008550     MOVE 'N' TO WS-DIRECTORY-SW.
008560     MOVE ZERO TO WS-LAST-GENERATION.
008570     READ SWAP-BACKUP-FILE
008580         NOT INVALID KEY
008590             SET DIRECTORY-ON-FILE TO TRUE
008600             MOVE BKP-LAST-GENERATION TO WS-LAST-GENERATION
008610     END-READ.
008620     IF WS-LAST-GENERATION = 99999
008630         PERFORM 9130-CLOSE-LIVE-PARA THRU 9130-EXIT
008640         MOVE 'BACKUP GENERATIONS EXHAUSTED' TO WS-REJECT-REASON
008650         SET RESULT-REFUSED TO TRUE
008660         GO TO 4000-EXIT
008670     END-IF.
008680     ADD 1 TO WS-LAST-GENERATION GIVING WS-BACKUP-GENERATION.
008690
008700     MOVE SPACES TO SWAP-BACKUP-RECORD.
008710     MOVE CTL-FILE-ID TO BKP-FILE-ID.
008720     MOVE ZERO TO BKP-GENERATION.
008730     MOVE ZERO TO BKP-REC-SEQ.
008740     SET BKP-DIRECTORY-RECORD TO TRUE.
008750     MOVE WS-BACKUP-GENERATION TO BKP-LAST-GENERATION.
008760     MOVE WS-STAMP-DATE TO BKP-BACKUP-DATE.
008770     MOVE WS-STAMP-TIME(1:6) TO BKP-BACKUP-TIME.
008780     MOVE ZERO TO BKP-RECORD-COUNT.
008790     MOVE WS-BACKUP-REASON TO BKP-REASON.
008800     MOVE CTL-OPERATOR TO BKP-OPERATOR.
008810     IF DIRECTORY-ON-FILE
008820         REWRITE SWAP-BACKUP-RECORD
008830     ELSE
008840         WRITE SWAP-BACKUP-RECORD
008850     END-IF.
008860     IF NOT BACKUP-STATUS-OK
008870         PERFORM 9130-CLOSE-LIVE-PARA THRU 9130-EXIT
008880         DISPLAY 'BACKUP DIRECTORY FOR ' CTL-FILE-ID ' NOT'
008890             ' UPDATED - STATUS ' WS-BACKUP-STATUS
008900         MOVE ZERO TO WS-BACKUP-GENERATION
008910         MOVE 'BACKUP COULD NOT BE TAKEN' TO WS-REJECT-REASON
008920         SET RESULT-REFUSED TO TRUE
008930         GO TO 4000-EXIT
008940     END-IF.
008950
008960     PERFORM 4100-BACKUP-ONE-PARA THRU 4100-EXIT
008970         UNTIL END-OF-INPUT OR RESULT-DECIDED.
008980     PERFORM 9130-CLOSE-LIVE-PARA THRU 9130-EXIT.
008990     IF RESULT-DECIDED
009000         GO TO 4000-EXIT
009010     END-IF.
009020     IF CTL-IS-RESTORE
009030         MOVE WS-BACKUP-COUNT TO WS-LIVE-COUNT
009040     END-IF.
009050     IF WS-BACKUP-COUNT NOT = WS-LIVE-COUNT
009060         MOVE 'BACKUP DID NOT COUNT BACK' TO WS-REJECT-REASON
009070         SET RESULT-REFUSED TO TRUE
009080         GO TO 4000-EXIT
009090     END-IF.
009100
009110     MOVE SPACES TO SWAP-BACKUP-RECORD.
009120     MOVE CTL-FILE-ID TO BKP-FILE-ID.
009130     MOVE WS-BACKUP-GENERATION TO BKP-GENERATION.
009140     MOVE ZERO TO BKP-REC-SEQ.
009150     SET BKP-HEADER-RECORD TO TRUE.
009160     MOVE WS-BACKUP-GENERATION TO BKP-LAST-GENERATION.
009170     MOVE WS-STAMP-DATE TO BKP-BACKUP-DATE.
009180     MOVE WS-STAMP-TIME(1:6) TO BKP-BACKUP-TIME.
009190     MOVE WS-BACKUP-COUNT TO BKP-RECORD-COUNT.
009200     MOVE WS-BACKUP-REASON TO BKP-REASON.
009210     MOVE CTL-OPERATOR TO BKP-OPERATOR.
009220     WRITE SWAP-BACKUP-RECORD
009230         INVALID KEY
009240             MOVE 'BACKUP COULD NOT BE TAKEN' TO WS-REJECT-REASON
009250             SET RESULT-REFUSED TO TRUE
009260     END-WRITE.
009270     IF NOT RESULT-DECIDED
009280         DISPLAY 'LIVE ' CTL-FILE-ID ' BACKED UP AS GENERATION '
009290             WS-BACKUP-GENERATION
009300     END-IF.
009310 4000-EXIT.
009320     EXIT.
009330
009340 4100-BACKUP-ONE-PARA.
009350     PERFORM 9110-READ-LIVE-PARA THRU 9110-EXIT.
009360     IF END-OF-INPUT
009370         GO TO 4100-EXIT
009380     END-IF.
009390     ADD 1 TO WS-BACKUP-COUNT.
009400     MOVE SPACES TO SWAP-BACKUP-RECORD.
009410     MOVE CTL-FILE-ID TO BKP-FILE-ID.
009420     MOVE WS-BACKUP-GENERATION TO BKP-GENERATION.
009430     MOVE WS-BACKUP-COUNT TO BKP-REC-SEQ.
009440     SET BKP-LINE-RECORD TO TRUE.
009450     MOVE WS-RECORD-AREA TO BKP-DATA.
009460     WRITE SWAP-BACKUP-RECORD
009470         INVALID KEY
009480             MOVE 'BACKUP COULD NOT BE TAKEN' TO WS-REJECT-REASON
009490             SET RESULT-REFUSED TO TRUE
009500     END-WRITE.
009510 4100-EXIT.
009520     EXIT.
009530
009540******************************************************************
009550* 4500-PROMOTE-NEW-PARA
009560* EVERY PROOF HAS HELD AND THE LIVE FILE IS SAFE IN ITS BACKUP
009570* GENERATION - THE NEW FILE IS COPIED OVER THE LIVE ONE AND THE
009580* COPY COUNTED.  A SHORT COPY IS A FAILED SWAP, NOT A REFUSED
009590* ONE - THE LIVE FILE HAS BEEN WRITTEN - AND NAMES THE GENERATION
009600* TO RESTORE.
009610******************************************************************
009620 4500-PROMOTE-NEW-PARA.
009630     PERFORM 9200-OPEN-NEW-INPUT-PARA THRU 9200-EXIT.
009640     IF NOT NEW-STATUS-OK
009650         MOVE 'NEW FILE COULD NOT BE READ' TO WS-REJECT-REASON
009660         SET RESULT-REFUSED TO TRUE
009670         GO TO 4500-EXIT
009680     END-IF.
009690     PERFORM 9300-OPEN-LIVE-OUTPUT-PARA THRU 9300-EXIT.
009700     IF NOT LIVE-STATUS-OK
009710         PERFORM 9230-CLOSE-NEW-PARA THRU 9230-EXIT
009720         DISPLAY 'LIVE FILE ' CTL-FILE-ID ' COULD NOT BE OPENED'
009730             ' FOR OUTPUT - STATUS ' WS-LIVE-STATUS
009740         MOVE 'LIVE FILE COULD NOT BE REPLACED'
009744             TO WS-REJECT-REASON
009750         SET RESULT-REFUSED TO TRUE
009760         GO TO 4500-EXIT
009770     END-IF.
009780     PERFORM 4510-PROMOTE-ONE-PARA THRU 4510-EXIT
009790         UNTIL END-OF-INPUT OR RESULT-FAILED.
009800     PERFORM 9230-CLOSE-NEW-PARA THRU 9230-EXIT.
009810     PERFORM 9130-CLOSE-LIVE-PARA THRU 9130-EXIT.
009820     IF RESULT-FAILED
009830      OR WS-PROMOTED-COUNT NOT = WS-NEW-COUNT
009840         SET RESULT-FAILED TO TRUE
009850         MOVE 'PROMOTION INCOMPLETE' TO WS-REJECT-REASON
009860         PERFORM 4900-FAILED-COPY-PARA THRU 4900-EXIT
009870         GO TO 4500-EXIT
009880     END-IF.
009890     SET RESULT-SWAPPED TO TRUE.
009900     IF CTL-FOR-AUDIT
009910         MOVE 'COUNTS AND SEAL CHAIN PROVED' TO WS-REJECT-REASON
009920     ELSE
009930         MOVE 'COUNTS PROVED' TO WS-REJECT-REASON
009940     END-IF.
009950 4500-EXIT.
009960     EXIT.
009970
009980 4510-PROMOTE-ONE-PARA.
009990     PERFORM 9210-READ-NEW-PARA THRU 9210-EXIT.
010000     IF END-OF-INPUT
010010         GO TO 4510-EXIT
010020     END-IF.
010030     PERFORM 9310-WRITE-LIVE-PARA THRU 9310-EXIT.
010040     IF NOT RESULT-FAILED
010050         ADD 1 TO WS-PROMOTED-COUNT
010060     END-IF.
010070 4510-EXIT.
010080     EXIT.
010090
010100 4900-FAILED-COPY-PARA.
010103     IF WS-BACKUP-GENERATION = ZERO
010107         DISPLAY '*** ' CTL-FILE-ID ' ONLY PART WRITTEN - RERUN'
010111             ' THE RESTORE ***'
010115     ELSE
010118         DISPLAY '*** ' CTL-FILE-ID ' ONLY PART WRITTEN - RESTORE'
010122             ' IT FROM GENERATION ' WS-BACKUP-GENERATION ' ***'
010126     END-IF.
010130 4900-EXIT.
010140     EXIT.
010150
010160******************************************************************
010170* 7000-WRITE-LOG-PARA
010180* ONE SWAP LOG RECORD FOR THE REQUEST, WHATEVER BECAME OF IT.
010190******************************************************************
010200 7000-WRITE-LOG-PARA.
010210     IF NOT RESULT-DECIDED
010220         SET RESULT-REFUSED TO TRUE
010230     END-IF.
010240     MOVE SPACES TO SWAP-LOG-RECORD.
010250     MOVE WS-STAMP-DATE TO SWL-DATE.
010260     MOVE WS-STAMP-TIME(1:6) TO SWL-TIME.
010270     MOVE CTL-ACTION TO SWL-ACTION.
010280     MOVE CTL-FILE-ID TO SWL-FILE-ID.
010290     MOVE WS-SWAP-RESULT TO SWL-RESULT.
010300     MOVE WS-BACKUP-GENERATION TO SWL-BACKUP-GENERATION.
010310     MOVE WS-SOURCE-GENERATION TO SWL-SOURCE-GENERATION.
010320     MOVE WS-LIVE-COUNT TO SWL-LIVE-COUNT.
010330     MOVE WS-PROMOTED-COUNT TO SWL-NEW-COUNT.
010340     MOVE WS-EXPECTED-NEW TO SWL-EXPECTED-COUNT.
010350     MOVE WS-REJECT-REASON TO SWL-REASON.
010360     MOVE CTL-OPERATOR TO SWL-OPERATOR.
010370     WRITE SWAP-LOG-RECORD.
010380     CLOSE SWAP-LOG-FILE.
010390 7000-EXIT.
010400     EXIT.
010410
010420******************************************************************
010430* 8000-SWAP-REPORT-PARA
010440* THE SWAP PROOF - WHAT THE BALANCE REPORT SAID, WHAT EACH FILE
010450* WAS FOUND TO HOLD, THE CHAIN CHECK, THE BACKUP TAKEN, AND THE
010460* OUTCOME.
010470******************************************************************
010480 8000-SWAP-REPORT-PARA.
010490     MOVE 'PRIME LIVE FILE SWAP - CONTROL TOTALS' TO RPT-LABEL.
010500     MOVE ZERO TO RPT-VALUE.
010510     MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD.
010520     WRITE SWAP-REPORT-RECORD.
010530
010540     EVALUATE TRUE
010550         WHEN CTL-IS-SWAP
010560             MOVE 'SWAP' TO REQ-ACTION
010570         WHEN CTL-IS-RESTORE
010580             MOVE 'RESTORE' TO REQ-ACTION
010590         WHEN OTHER
010600             MOVE CTL-ACTION TO REQ-ACTION
010610     END-EVALUATE.
010620     MOVE CTL-FILE-ID TO REQ-FILE-ID.
010630     MOVE CTL-GENERATION-TEXT TO REQ-GENERATION.
010640     MOVE CTL-OPERATOR TO REQ-OPERATOR.
010650     MOVE WS-REQUEST-LINE TO SWAP-REPORT-RECORD.
010660     WRITE SWAP-REPORT-RECORD.
010670
010680     IF CTL-IS-SWAP
010690         MOVE 'LIVE RECORDS PER BALANCE REPORT' TO RPT-LABEL
010700         MOVE WS-EXPECTED-LIVE TO RPT-VALUE
010710         MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD
010720         WRITE SWAP-REPORT-RECORD
010730     END-IF.
010740
010750     MOVE 'LIVE RECORDS FOUND' TO RPT-LABEL.
010760     MOVE WS-LIVE-COUNT TO RPT-VALUE.
010770     MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD.
010780     WRITE SWAP-REPORT-RECORD.
010790
010800     IF CTL-IS-SWAP
010810         MOVE 'NEW RECORDS PER BALANCE REPORT' TO RPT-LABEL
010820     ELSE
010830         MOVE 'RECORDS PER GENERATION HEADER' TO RPT-LABEL
010840     END-IF.
010850     MOVE WS-EXPECTED-NEW TO RPT-VALUE.
010860     MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD.
010870     WRITE SWAP-REPORT-RECORD.
010880
010890     IF CTL-IS-SWAP
010900         MOVE 'NEW RECORDS FOUND' TO RPT-LABEL
010910     ELSE
010920         MOVE 'GENERATION RECORDS FOUND' TO RPT-LABEL
010930     END-IF.
010940     MOVE WS-NEW-COUNT TO RPT-VALUE.
010950     MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD.
010960     WRITE SWAP-REPORT-RECORD.
010970
010980     IF CTL-IS-SWAP AND CTL-FOR-AUDIT
010990         MOVE 'NEW FILE SEQUENCED RECORDS' TO RPT-LABEL
011000         MOVE WS-SEQUENCED-COUNT TO RPT-VALUE
011010         MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD
011020         WRITE SWAP-REPORT-RECORD
011030         MOVE 'NEW FILE SEALS' TO RPT-LABEL
011040         MOVE WS-SEAL-COUNT TO RPT-VALUE
011050         MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD
011060         WRITE SWAP-REPORT-RECORD
011070         MOVE 'NEW FILE SEQUENCE BREAKS' TO RPT-LABEL
011080         MOVE WS-BREAK-COUNT TO RPT-VALUE
011090         MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD
011100         WRITE SWAP-REPORT-RECORD
011110         MOVE 'NEW FILE SEALS IN DISAGREEMENT' TO RPT-LABEL
011120         MOVE WS-BAD-SEAL-COUNT TO RPT-VALUE
011130         MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD
011140         WRITE SWAP-REPORT-RECORD
011150     END-IF.
011160
011170     MOVE 'BACKUP GENERATION TAKEN' TO RPT-LABEL.
011180     MOVE WS-BACKUP-GENERATION TO RPT-VALUE.
011190     MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD.
011200     WRITE SWAP-REPORT-RECORD.
011210
011220     MOVE 'RECORDS WRITTEN TO LIVE FILE' TO RPT-LABEL.
011230     MOVE WS-PROMOTED-COUNT TO RPT-VALUE.
011240     MOVE WS-REPORT-DETAIL-LINE TO SWAP-REPORT-RECORD.
011250     WRITE SWAP-REPORT-RECORD.
011260
011270     MOVE WS-SWAP-RESULT TO RSL-RESULT.
011280     MOVE WS-REJECT-REASON TO RSL-REASON.
011290     MOVE WS-RESULT-LINE TO SWAP-REPORT-RECORD.
011300     WRITE SWAP-REPORT-RECORD.
011310
011320     IF RESULT-SWAPPED OR RESULT-RESTORED
011330         DISPLAY 'PRIMESWAP - ' CTL-FILE-ID ' ' WS-SWAP-RESULT
011340             ' - BACKUP GENERATION ' WS-BACKUP-GENERATION
011350     ELSE
011360         DISPLAY '*** PRIMESWAP - ' CTL-FILE-ID ' ' WS-SWAP-RESULT
011370             ' - ' WS-REJECT-REASON ' ***'
011380     END-IF.
011390 8000-EXIT.
011400     EXIT.
011410
011420******************************************************************
011430* 9100-9310 FILE PRIMITIVES
011440* THE LIVE AND NEW FILES OF WHICHEVER PAIR THE CARD NAMES,
011450* OPENED, READ, WRITTEN AND CLOSED THROUGH ONE SET OF
011460* PARAGRAPHS.  EVERY LINE PASSES THROUGH WS-RECORD-AREA.
011470******************************************************************
011480 9100-OPEN-LIVE-INPUT-PARA.
011490     MOVE 'N' TO WS-INPUT-EOF-SW.
011500     IF CTL-FOR-AUDIT
011510         OPEN INPUT LIVE-AUDIT-FILE
011520     ELSE
011530         OPEN INPUT LIVE-ALLOC-FILE
011540     END-IF.
011550 9100-EXIT.
011560     EXIT.
011570
011580 9110-READ-LIVE-PARA.
011590     IF CTL-FOR-AUDIT
011600         READ LIVE-AUDIT-FILE
011610             AT END
011620                 SET END-OF-INPUT TO TRUE
011630             NOT AT END
011640                 MOVE LIVE-AUDIT-RECORD TO WS-RECORD-AREA
011650         END-READ
011660     ELSE
011670         READ LIVE-ALLOC-FILE
011680             AT END
011690                 SET END-OF-INPUT TO TRUE
011700             NOT AT END
011710                 MOVE LIVE-ALLOC-RECORD TO WS-RECORD-AREA
011720         END-READ
011730     END-IF.
011740 9110-EXIT.
011750     EXIT.
011760
011770 9130-CLOSE-LIVE-PARA.
011780     IF CTL-FOR-AUDIT
011790         CLOSE LIVE-AUDIT-FILE
011800     ELSE
011810         CLOSE LIVE-ALLOC-FILE
011820     END-IF.
011830 9130-EXIT.
011840     EXIT.
011850
011860 9200-OPEN-NEW-INPUT-PARA.
011870     MOVE 'N' TO WS-INPUT-EOF-SW.
011880     IF CTL-FOR-AUDIT
011890         OPEN INPUT NEW-AUDIT-FILE
011900     ELSE
011910         OPEN INPUT NEW-ALLOC-FILE
011920     END-IF.
011930 9200-EXIT.
011940     EXIT.
011950
011960 9210-READ-NEW-PARA.
011970     IF CTL-FOR-AUDIT
011980         READ NEW-AUDIT-FILE
011990             AT END
012000                 SET END-OF-INPUT TO TRUE
012010             NOT AT END
012020                 MOVE NEW-AUDIT-RECORD TO WS-RECORD-AREA
012030         END-READ
012040     ELSE
012050         READ NEW-ALLOC-FILE
012060             AT END
012070                 SET END-OF-INPUT TO TRUE
012080             NOT AT END
012090                 MOVE NEW-ALLOC-RECORD TO WS-RECORD-AREA
012100         END-READ
012110     END-IF.
012120 9210-EXIT.
012130     EXIT.
012140
012150 9230-CLOSE-NEW-PARA.
012160     IF CTL-FOR-AUDIT
012170         CLOSE NEW-AUDIT-FILE
012180     ELSE
012190         CLOSE NEW-ALLOC-FILE
012200     END-IF.
012210 9230-EXIT.
012220     EXIT.
012230
012240 9300-OPEN-LIVE-OUTPUT-PARA.
012250     IF CTL-FOR-AUDIT
012260         OPEN OUTPUT LIVE-AUDIT-FILE
012270     ELSE
012280         OPEN OUTPUT LIVE-ALLOC-FILE
012290     END-IF.
012300 9300-EXIT.
012310     EXIT.
012320
012330 9310-WRITE-LIVE-PARA.
012340     IF CTL-FOR-AUDIT
012350         MOVE WS-RECORD-AREA TO LIVE-AUDIT-RECORD
012360         WRITE LIVE-AUDIT-RECORD
012370     ELSE
012380         MOVE WS-RECORD-AREA TO LIVE-ALLOC-RECORD
012390         WRITE LIVE-ALLOC-RECORD
012400     END-IF.
012410     IF NOT LIVE-STATUS-OK
012420         SET RESULT-FAILED TO TRUE
012430     END-IF.
012440 9310-EXIT.
012450     EXIT.
