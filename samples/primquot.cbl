000100******************************************************************
000110* PRIMQUOT.CBL
000120**
000130* PROGRAM-ID  : PRIMEQUOTA
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-09-21
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     DAILY QUOTA-POSITION REPORT.  EVERY DEPARTMENT ON THE
000210*     REFERENCE MASTER (PRMDEPT) IS LISTED WITH ITS MONTHLY
000220*     ALLOWANCE, THE MONTH-TO-DATE USAGE OFF THE BILLABLE-USAGE
000230*     FILE (PRMUSE), AND WHAT REMAINS, FOR EACH OF THE THREE
000240*     CLASSES OF WORK PRIMECHECKER HOLDS TO AN ALLOWANCE - FRESH
000250*     CHECKS, RANGE-SCAN NUMBERS, AND NEXT-PRIME SEARCHES.  A
000260*     CLASS PAST THE WARNING PERCENTAGE IS FLAGGED NEAR LIMIT,
000270*     ONE FULLY USED AT LIMIT, SO FINANCE CAN WARN A DEPARTMENT
000280*     BEFORE PRIMECHECKER STARTS REFUSING ITS CARDS.  USAGE
000290*     UNDER A CODE NOT ON THE MASTER IS LISTED AFTER THE
000300*     DEPARTMENTS, AND THE RUN CLOSES WITH CONTROL TOTALS
000310*     PROVING EVERY USAGE RECORD OF THE MONTH WAS COUNTED ONCE.
000320*     THE OPTIONAL CONTROL CARD (QTACTL) NAMES THE MONTH AND
000330*     THE WARNING PERCENTAGE; WITHOUT ONE THE REPORT IS FOR THE
000340*     CURRENT MONTH AT 90 PERCENT.
000350**
000360* MOD-HISTORY
000370*   DATE        INIT  DESCRIPTION
000380*   ----------  ----  --------------------------------------------
000390*   2026-09-21  JHT   ORIGINAL VERSION.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. PrimeQuota.
000430 AUTHOR. J. H. TARRANT.
000440 INSTALLATION. DATA CENTER SERVICES.
000450 DATE-WRITTEN. 2026-09-21.
000460 DATE-COMPILED. 2026-09-21.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT QUOTA-CONTROL-FILE ASSIGN TO QTACTL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CTL-STATUS.
000540
000550     SELECT PRIME-USAGE-FILE ASSIGN TO PRMUSE
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-USAGE-STATUS.
000580
000590     SELECT DEPT-REFERENCE-FILE ASSIGN TO PRMDEPT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS DPT-CODE
000630         FILE STATUS IS WS-DEPT-STATUS.
000640
000650     SELECT QUOTA-REPORT-FILE ASSIGN TO PRMQUOT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710*-----------------------------------------------------------------
000720* CONTROL CARD - OPTIONAL.  A BLANK OR NON-NUMERIC MONTH IS THE
000730* CURRENT MONTH; A BLANK OR NON-NUMERIC PERCENTAGE IS 90.
000740*-----------------------------------------------------------------
000750 FD  QUOTA-CONTROL-FILE.
000760 01  QUOTA-CONTROL-RECORD.
000770     05  CTL-REPORT-MONTH            PIC 9(06).
000780     05  CTL-WARN-PERCENT            PIC 9(03).
000790     05  FILLER                      PIC X(71).
000800
000810*-----------------------------------------------------------------
000820* BILLABLE-USAGE FILE - SAME SHARED LAYOUT PRIMECHECKER WRITES,
000830* PULLED IN FROM THE SHARED COPYBOOK.
000840*-----------------------------------------------------------------
000850 FD  PRIME-USAGE-FILE.
000860 01  PRIME-USAGE-RECORD.
000870     COPY PRMUSER.
000880
000890*-----------------------------------------------------------------
000900* DEPARTMENT REFERENCE MASTER - SHARED LAYOUT VIA COPYBOOK,
000910* WALKED IN CODE SEQUENCE FOR THE ALLOWANCES.
000920*-----------------------------------------------------------------
000930 FD  DEPT-REFERENCE-FILE.
000940 01  DEPT-REFERENCE-RECORD.
000950     COPY PRMDPTR.
000960
000970 FD  QUOTA-REPORT-FILE.
000980 01  QUOTA-REPORT-RECORD             PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010*-----------------------------------------------------------------
001020* FILE STATUS SWITCHES
001030*-----------------------------------------------------------------
001040 01  WS-FILE-STATUSES.
001050     05  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
001060         88  CTL-STATUS-OK           VALUE '00'.
001070     05  WS-USAGE-STATUS             PIC X(02) VALUE SPACES.
001080         88  USAGE-STATUS-OK         VALUE '00'.
001090     05  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
001100         88  DEPT-STATUS-OK          VALUE '00'.
001110     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001120         88  REPORT-STATUS-OK        VALUE '00'.
001130
001140 01  WS-SWITCHES.
001150     05  WS-USAGE-EOF-SW             PIC X(01) VALUE 'N'.
001160         88  END-OF-USAGE            VALUE 'Y'.
001170     05  WS-DEPT-EOF-SW              PIC X(01) VALUE 'N'.
001180         88  END-OF-DEPTS            VALUE 'Y'.
001190
001200*-----------------------------------------------------------------
001210* REPORT MONTH AND WARNING PERCENTAGE.
001220*-----------------------------------------------------------------
001230 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001240 01  WS-REPORT-MONTH                 PIC X(06) VALUE SPACES.
001250 01  WS-WARN-PERCENT                 PIC 9(03) VALUE 90.
001260
001270*-----------------------------------------------------------------
001280* MONTH-TO-DATE USAGE PER DEPARTMENT - ONE ENTRY PER CODE SEEN
001290* ON THE MONTH'S USAGE, MARKED OFF AS THE MASTER WALK LISTS IT.
001300* ANYTHING ELSE ON A RECORD (A MASTER HIT) USES NO ALLOWANCE
001310* AND IS CARRIED ONLY SO THE CONTROL TOTALS TIE.
001320*-----------------------------------------------------------------
001330 01  WS-DEPT-COUNT                   PIC 9(04) COMP VALUE ZERO.
001340 01  WS-DX                           PIC 9(04) COMP VALUE ZERO.
001350 01  WS-DEPT-FOUND                   PIC 9(04) COMP VALUE ZERO.
001360 01  WS-DEPT-WANTED                  PIC X(04) VALUE SPACES.
001370 01  WS-DEPT-TABLE.
001380     05  WS-DEPT-ENTRY OCCURS 500 TIMES.
001390         10  T-DEPT-CODE             PIC X(04).
001400         10  T-FRESH-USED            PIC 9(09) COMP-3.
001410         10  T-RANGE-USED            PIC 9(09) COMP-3.
001420         10  T-SEARCH-USED           PIC 9(09) COMP-3.
001430         10  T-OTHER-USED            PIC 9(09) COMP-3.
001440         10  T-LISTED-SW             PIC X(01).
001450             88  T-DEPT-LISTED       VALUE 'Y'.
001460
001470*-----------------------------------------------------------------
001480* ONE CLASS OF WORK BEING WEIGHED FOR THE CURRENT DEPARTMENT.
001490*-----------------------------------------------------------------
001500 01  WS-CLASS-ALLOWANCE              PIC X(09) VALUE SPACES.
001510 01  WS-CLASS-ALLOWANCE-AMT REDEFINES WS-CLASS-ALLOWANCE
001520                                     PIC 9(09).
001530 01  WS-CLASS-USED                   PIC 9(09) COMP-3 VALUE ZERO.
001540 01  WS-CLASS-REMAINING              PIC 9(09) COMP-3 VALUE ZERO.
001550 01  WS-WARN-LEVEL                   PIC 9(12) COMP-3 VALUE ZERO.
001560 01  WS-USED-LEVEL                   PIC 9(12) COMP-3 VALUE ZERO.
001570 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
001580
001590*-----------------------------------------------------------------
001600* RUN CONTROL COUNTERS - EVERY USAGE RECORD OF THE MONTH MUST BE
001610* COUNTED UNDER A LISTED DEPARTMENT, AN UNKNOWN CODE, THE
001620* UNASSIGNED BUCKET, OR AS LOST PAST THE END OF THE TABLE.
001630*-----------------------------------------------------------------
001640 01  WS-RUN-COUNTERS.
001650     05  WS-USAGE-READ               PIC 9(09) COMP-3 VALUE ZERO.
001660     05  WS-MONTH-RECORDS            PIC 9(09) COMP-3 VALUE ZERO.
001670     05  WS-OTHER-MONTH-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001680     05  WS-UNASSIGNED-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
001690     05  WS-LOST-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
001700     05  WS-LISTED-EVENTS            PIC 9(09) COMP-3 VALUE ZERO.
001710     05  WS-UNKNOWN-EVENTS           PIC 9(09) COMP-3 VALUE ZERO.
001720     05  WS-DEPTS-LISTED             PIC 9(09) COMP-3 VALUE ZERO.
001730     05  WS-UNKNOWN-CODES            PIC 9(09) COMP-3 VALUE ZERO.
001740     05  WS-NEAR-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
001750     05  WS-AT-LIMIT-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001760     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001770
001780*-----------------------------------------------------------------
001790* REPORT LINE LAYOUTS - BUILT IN WORKING-STORAGE, MOVED TO THE
001800* FD RECORD IMMEDIATELY BEFORE EACH WRITE.
001810*-----------------------------------------------------------------
001820 01  WS-TITLE-LINE.
001830     05  FILLER                      PIC X(33)
001840         VALUE 'DEPARTMENT QUOTA POSITION - MONTH'.
001850     05  FILLER                      PIC X(01) VALUE SPACE.
001860     05  TTL-MONTH                   PIC X(06).
001870     05  FILLER                      PIC X(10)
001880         VALUE ' AS OF    '.
001890     05  TTL-DATE                    PIC 9(08).
001900     05  FILLER                      PIC X(07)
001910         VALUE '  WARN '.
001920     05  TTL-WARN                    PIC ZZ9.
001930     05  FILLER                      PIC X(12) VALUE ' PERCENT'.
001940
001950 01  WS-COLUMN-LINE.
001960     05  FILLER                      PIC X(25)
001970         VALUE 'DEPT  CLASS OF WORK'.
001980     05  FILLER                      PIC X(44)
001990         VALUE 'ALLOWANCE       USED  REMAINING  POSITION'.
002000     05  FILLER                      PIC X(11) VALUE SPACES.
002010
002020 01  WS-DEPT-HEADING.
002030     05  DPH-DEPT-CODE               PIC X(04) VALUE SPACES.
002040     05  FILLER                      PIC X(02) VALUE SPACES.
002050     05  DPH-DEPT-NAME               PIC X(30) VALUE SPACES.
002060     05  FILLER                      PIC X(02) VALUE SPACES.
002070     05  DPH-STATUS                  PIC X(08) VALUE SPACES.
002080     05  FILLER                      PIC X(02) VALUE SPACES.
002090     05  DPH-SET-LABEL               PIC X(12) VALUE SPACES.
002100     05  DPH-SET-DATE                PIC X(08) VALUE SPACES.
002110     05  FILLER                      PIC X(12) VALUE SPACES.
002120
002130 01  WS-CLASS-LINE.
002140     05  FILLER                      PIC X(06) VALUE SPACES.
002150     05  CLS-LABEL                   PIC X(19) VALUE SPACES.
002160     05  CLS-ALLOWANCE               PIC X(09) VALUE SPACES.
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  CLS-USED                    PIC ZZZZZZZZ9.
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  CLS-REMAINING               PIC X(09) VALUE SPACES.
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  CLS-POSITION                PIC X(10) VALUE SPACES.
002230     05  FILLER                      PIC X(12) VALUE SPACES.
002240
002250 01  WS-TOTAL-LINE.
002260     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
002270     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002280     05  FILLER                      PIC X(31) VALUE SPACES.
002290
002300 PROCEDURE DIVISION.
002310
002320******************************************************************
002330* 0000-MAIN-PARA
002340* MAINLINE - TALLY THE MONTH'S USAGE BY DEPARTMENT, WALK THE
002350* REFERENCE MASTER PRINTING EACH DEPARTMENT'S POSITION, LIST THE
002360* CODES NOT ON THE MASTER, AND PROVE THE RUN.
002370******************************************************************
002380 0000-MAIN-PARA.
002390     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
002400     PERFORM 2000-READ-USAGE-PARA THRU 2000-EXIT
002410         UNTIL END-OF-USAGE.
002420     CLOSE PRIME-USAGE-FILE.
002430     PERFORM 3000-READ-DEPT-PARA THRU 3000-EXIT
002440         UNTIL END-OF-DEPTS.
002450     CLOSE DEPT-REFERENCE-FILE.
002460     PERFORM 4000-LIST-UNKNOWN-PARA THRU 4000-EXIT
002470         VARYING WS-DX FROM 1 BY 1
002480         UNTIL WS-DX > WS-DEPT-COUNT.
002490     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
002500     CLOSE QUOTA-REPORT-FILE.
002510     STOP RUN.
002520
002530******************************************************************
002540* 1000-INITIALIZE-PARA
002550* TAKES THE MONTH AND WARNING PERCENTAGE OFF THE OPTIONAL
002560* CONTROL CARD, OPENS THE FILES, AND HEADS THE REPORT.  NO
002570* USAGE FILE YET IS A MONTH WITH NOTHING USED; NO REFERENCE
002580* MASTER LEAVES NOTHING TO REPORT ON AND ENDS THE RUN.
002590******************************************************************
002600 1000-INITIALIZE-PARA.
002610     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002620     MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH.
002630     OPEN INPUT QUOTA-CONTROL-FILE.
002640     IF CTL-STATUS-OK
002650         READ QUOTA-CONTROL-FILE
002660             AT END
002670                 MOVE SPACES TO QUOTA-CONTROL-RECORD
002680         END-READ
002690         IF CTL-REPORT-MONTH NUMERIC
002700             MOVE CTL-REPORT-MONTH TO WS-REPORT-MONTH
002710         END-IF
002720         IF CTL-WARN-PERCENT NUMERIC
002730            AND CTL-WARN-PERCENT > ZERO
002740             MOVE CTL-WARN-PERCENT TO WS-WARN-PERCENT
002750         END-IF
002760         CLOSE QUOTA-CONTROL-FILE
002770     END-IF.
002780     DISPLAY 'QUOTA POSITION FOR MONTH ' WS-REPORT-MONTH
002790         ' - WARNING AT ' WS-WARN-PERCENT ' PERCENT'.
002800
002810     OPEN INPUT PRIME-USAGE-FILE.
002820     IF NOT USAGE-STATUS-OK
002830         DISPLAY 'PRIME-USAGE-FILE (PRMUSE) NOT FOUND - STATUS '
002840             WS-USAGE-STATUS ' - NO USAGE THIS MONTH'
002850         SET END-OF-USAGE TO TRUE
002860     END-IF.
002870     OPEN INPUT DEPT-REFERENCE-FILE.
002880     IF NOT DEPT-STATUS-OK
002890         DISPLAY 'DEPT-REFERENCE-FILE (PRMDEPT) COULD NOT BE'
002900             ' OPENED - STATUS ' WS-DEPT-STATUS
002910         DISPLAY 'QUOTA REPORT TERMINATED - NO DEPARTMENTS'
002920         MOVE 8 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     OPEN OUTPUT QUOTA-REPORT-FILE.
002960     IF NOT REPORT-STATUS-OK
002970         DISPLAY 'QUOTA-REPORT-FILE (PRMQUOT) COULD NOT BE'
002980             ' OPENED - STATUS ' WS-REPORT-STATUS
002990         DISPLAY 'QUOTA REPORT TERMINATED - NO DEPARTMENTS'
003000         MOVE 8 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030
003040     MOVE WS-REPORT-MONTH TO TTL-MONTH.
003050     MOVE WS-TODAY-DATE TO TTL-DATE.
003060     MOVE WS-WARN-PERCENT TO TTL-WARN.
003070     MOVE WS-TITLE-LINE TO QUOTA-REPORT-RECORD.
003080     WRITE QUOTA-REPORT-RECORD.
003090     MOVE SPACES TO QUOTA-REPORT-RECORD.
003100     WRITE QUOTA-REPORT-RECORD.
003110     MOVE WS-COLUMN-LINE TO QUOTA-REPORT-RECORD.
003120     WRITE QUOTA-REPORT-RECORD.
003130 1000-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170* 2000-READ-USAGE-PARA
003180* ONE USAGE RECORD - OUTSIDE THE MONTH IS COUNTED AND SKIPPED,
003190* NO DEPT CODE IS THE UNASSIGNED BUCKET (NO ALLOWANCE TO USE),
003200* AND ANYTHING ELSE IS TALLIED UNDER ITS CODE BY EVENT CLASS.
003210******************************************************************
003220 2000-READ-USAGE-PARA.
003230     READ PRIME-USAGE-FILE
003240         AT END
003250             SET END-OF-USAGE TO TRUE
003260         NOT AT END
003270             ADD 1 TO WS-USAGE-READ
003280             IF USE-TIMESTAMP(1:6) NOT = WS-REPORT-MONTH
003290                 ADD 1 TO WS-OTHER-MONTH-COUNT
003300             ELSE
003310                 ADD 1 TO WS-MONTH-RECORDS
003320                 PERFORM 2100-TALLY-USAGE-PARA THRU 2100-EXIT
003330             END-IF
003340     END-READ.
003350 2000-EXIT.
003360     EXIT.
003370
003380 2100-TALLY-USAGE-PARA.
003390     IF USE-DEPT-CODE = SPACES
003400         ADD 1 TO WS-UNASSIGNED-COUNT
003410         GO TO 2100-EXIT
003420     END-IF.
003430     MOVE USE-DEPT-CODE TO WS-DEPT-WANTED.
003440     PERFORM 2500-FIND-DEPT-PARA THRU 2500-EXIT.
003450     IF WS-DEPT-FOUND = 0
003460         ADD 1 TO WS-LOST-COUNT
003470         GO TO 2100-EXIT
003480     END-IF.
003490     EVALUATE TRUE
003500         WHEN USE-FRESH-CHECK
003510             ADD 1 TO T-FRESH-USED(WS-DEPT-FOUND)
003520         WHEN USE-RANGE-NUMBER
003530             ADD 1 TO T-RANGE-USED(WS-DEPT-FOUND)
003540         WHEN USE-NEXTPRIME-SEARCH
003550             ADD 1 TO T-SEARCH-USED(WS-DEPT-FOUND)
003560         WHEN OTHER
003570             ADD 1 TO T-OTHER-USED(WS-DEPT-FOUND)
003580     END-EVALUATE.
003590 2100-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 2500-FIND-DEPT-PARA
003640* FINDS THE TALLY ENTRY FOR WS-DEPT-WANTED, ADDING IT ON FIRST
003650* SIGHT.  WS-DEPT-FOUND COMES BACK ZERO ONLY WHEN THE TABLE IS
003660* FULL - THE RECORD IS THEN COUNTED LOST AND THE RUN WILL NOT
003670* CLAIM TO BE COMPLETE.
003680******************************************************************
003690 2500-FIND-DEPT-PARA.
003700     MOVE ZERO TO WS-DEPT-FOUND.
003710     PERFORM 2510-SCAN-DEPT-PARA THRU 2510-EXIT
003720         VARYING WS-DX FROM 1 BY 1
003730         UNTIL WS-DX > WS-DEPT-COUNT
003740            OR WS-DEPT-FOUND > 0.
003750     IF WS-DEPT-FOUND = 0
003760         IF WS-DEPT-COUNT < 500
003770             ADD 1 TO WS-DEPT-COUNT
003780             MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
003790             MOVE WS-DEPT-WANTED TO T-DEPT-CODE(WS-DEPT-FOUND)
003800             MOVE ZERO TO T-FRESH-USED(WS-DEPT-FOUND)
003810             MOVE ZERO TO T-RANGE-USED(WS-DEPT-FOUND)
003820             MOVE ZERO TO T-SEARCH-USED(WS-DEPT-FOUND)
003830             MOVE ZERO TO T-OTHER-USED(WS-DEPT-FOUND)
003840             MOVE 'N' TO T-LISTED-SW(WS-DEPT-FOUND)
003850         END-IF
003860     END-IF.
003870 2500-EXIT.
003880     EXIT.
003890
003900 2510-SCAN-DEPT-PARA.
003910     IF T-DEPT-CODE(WS-DX) = WS-DEPT-WANTED
003920         MOVE WS-DX TO WS-DEPT-FOUND
003930     END-IF.
003940 2510-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980* 3000-READ-DEPT-PARA
003990* ONE DEPARTMENT OFF THE REFERENCE MASTER IN CODE SEQUENCE - A
004000* HEADING LINE AND ONE POSITION LINE PER CLASS OF WORK.  A
004010* DEPARTMENT WITH NO USAGE THIS MONTH IS STILL LISTED, AT ZERO.
004020******************************************************************
004030 3000-READ-DEPT-PARA.
004040     READ DEPT-REFERENCE-FILE NEXT RECORD
004050         AT END
004060             SET END-OF-DEPTS TO TRUE
004070             GO TO 3000-EXIT
004080     END-READ.
004090     ADD 1 TO WS-DEPTS-LISTED.
004100     MOVE DPT-CODE TO WS-DEPT-WANTED.
004110     PERFORM 2500-FIND-DEPT-PARA THRU 2500-EXIT.
004120
004130     MOVE SPACES TO WS-DEPT-HEADING.
004140     MOVE DPT-CODE TO DPH-DEPT-CODE.
004150     MOVE DPT-NAME TO DPH-DEPT-NAME.
004160     IF DPT-IS-INACTIVE
004170         MOVE 'INACTIVE' TO DPH-STATUS
004180     ELSE
004190         MOVE 'ACTIVE' TO DPH-STATUS
004200     END-IF.
004210     IF DPT-ALLOWANCE-DATE NUMERIC
004220         MOVE 'LAST SET ON ' TO DPH-SET-LABEL
004230         MOVE DPT-ALLOWANCE-DATE TO DPH-SET-DATE
004240     ELSE
004250         MOVE 'NO ALLOWANCE' TO DPH-SET-LABEL
004260         MOVE ' SET' TO DPH-SET-DATE
004270     END-IF.
004280     MOVE SPACES TO QUOTA-REPORT-RECORD.
004290     WRITE QUOTA-REPORT-RECORD.
004300     MOVE WS-DEPT-HEADING TO QUOTA-REPORT-RECORD.
004310     WRITE QUOTA-REPORT-RECORD.
004320
004330     MOVE 'FRESH CHECKS' TO CLS-LABEL.
004340     MOVE DPT-FRESH-ALLOWANCE TO WS-CLASS-ALLOWANCE.
004350     MOVE ZERO TO WS-CLASS-USED.
004360     IF WS-DEPT-FOUND > 0
004370         MOVE T-FRESH-USED(WS-DEPT-FOUND) TO WS-CLASS-USED
004380     END-IF.
004390     PERFORM 3200-WRITE-CLASS-PARA THRU 3200-EXIT.
004400
004410     MOVE 'RANGE-SCAN NUMBERS' TO CLS-LABEL.
004420     MOVE DPT-RANGE-ALLOWANCE TO WS-CLASS-ALLOWANCE.
004430     MOVE ZERO TO WS-CLASS-USED.
004440     IF WS-DEPT-FOUND > 0
004450         MOVE T-RANGE-USED(WS-DEPT-FOUND) TO WS-CLASS-USED
004460     END-IF.
004470     PERFORM 3200-WRITE-CLASS-PARA THRU 3200-EXIT.
004480
004490     MOVE 'NEXT-PRIME SEARCHES' TO CLS-LABEL.
004500     MOVE DPT-SEARCH-ALLOWANCE TO WS-CLASS-ALLOWANCE.
004510     MOVE ZERO TO WS-CLASS-USED.
004520     IF WS-DEPT-FOUND > 0
004530         MOVE T-SEARCH-USED(WS-DEPT-FOUND) TO WS-CLASS-USED
004540     END-IF.
004550     PERFORM 3200-WRITE-CLASS-PARA THRU 3200-EXIT.
004560
004570     IF WS-DEPT-FOUND > 0
004580         SET T-DEPT-LISTED(WS-DEPT-FOUND) TO TRUE
004590         ADD T-FRESH-USED(WS-DEPT-FOUND)
004600             T-RANGE-USED(WS-DEPT-FOUND)
004610             T-SEARCH-USED(WS-DEPT-FOUND)
004620             T-OTHER-USED(WS-DEPT-FOUND)
004630             TO WS-LISTED-EVENTS
004640     END-IF.
004650 3000-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 3200-WRITE-CLASS-PARA
004700* ONE CLASS OF WORK - ALLOWANCE, USED, REMAINING, AND WHERE IT
004710* STANDS.  NO ALLOWANCE SET IS UNLIMITED AND NEVER FLAGGED.
004720* USED PAST THE ALLOWANCE (AN ALLOWANCE CUT MID-MONTH) SHOWS
004730* NOTHING REMAINING, OVER LIMIT.
004740******************************************************************
004750 3200-WRITE-CLASS-PARA.
004760     MOVE WS-CLASS-USED TO CLS-USED.
004770     MOVE SPACES TO CLS-POSITION.
004780     IF WS-CLASS-ALLOWANCE-AMT NUMERIC
004790         PERFORM 3250-WEIGH-CLASS-PARA THRU 3250-EXIT
004800     ELSE
004810         MOVE 'UNLIMITED' TO CLS-ALLOWANCE
004820         MOVE 'UNLIMITED' TO CLS-REMAINING
004830     END-IF.
004840     MOVE WS-CLASS-LINE TO QUOTA-REPORT-RECORD.
004850     WRITE QUOTA-REPORT-RECORD.
004860 3200-EXIT.
004870     EXIT.
004880
004890 3250-WEIGH-CLASS-PARA.
004900     MOVE WS-CLASS-ALLOWANCE-AMT TO WS-EDIT-COUNT.
004910     MOVE WS-EDIT-COUNT TO CLS-ALLOWANCE.
004920     IF WS-CLASS-USED NOT < WS-CLASS-ALLOWANCE-AMT
004930         MOVE ZERO TO WS-CLASS-REMAINING
004940         ADD 1 TO WS-AT-LIMIT-COUNT
004950         IF WS-CLASS-USED > WS-CLASS-ALLOWANCE-AMT
004960             MOVE 'OVER LIMIT' TO CLS-POSITION
004970         ELSE
004980             MOVE 'AT LIMIT' TO CLS-POSITION
004990         END-IF
005000     ELSE
005010         COMPUTE WS-CLASS-REMAINING =
005020             WS-CLASS-ALLOWANCE-AMT - WS-CLASS-USED
005030         COMPUTE WS-USED-LEVEL = WS-CLASS-USED * 100
005040         COMPUTE WS-WARN-LEVEL =
005050             WS-CLASS-ALLOWANCE-AMT * WS-WARN-PERCENT
005060         IF WS-USED-LEVEL NOT < WS-WARN-LEVEL
005070             MOVE 'NEAR LIMIT' TO CLS-POSITION
005080             ADD 1 TO WS-NEAR-COUNT
005090         END-IF
005100     END-IF.
005110     MOVE WS-CLASS-REMAINING TO WS-EDIT-COUNT.
005120     MOVE WS-EDIT-COUNT TO CLS-REMAINING.
005130 3250-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 4000-LIST-UNKNOWN-PARA
005180* A CODE THAT CUT USAGE THIS MONTH BUT IS NOT ON THE REFERENCE
005190* MASTER - NO ALLOWANCE TO WEIGH IT AGAINST, SO IT IS LISTED
005200* WITH ITS TOTAL FOR FOLLOW-UP AND COUNTED IN THE CONTROL TOTALS.
005210******************************************************************
005220 4000-LIST-UNKNOWN-PARA.
005230     IF T-DEPT-LISTED(WS-DX)
005240         GO TO 4000-EXIT
005250     END-IF.
005260     ADD 1 TO WS-UNKNOWN-CODES.
005270     IF WS-UNKNOWN-CODES = 1
005280         MOVE SPACES TO QUOTA-REPORT-RECORD
005290         WRITE QUOTA-REPORT-RECORD
005300         MOVE 'USAGE UNDER CODES NOT ON THE REFERENCE MASTER'
005310             TO QUOTA-REPORT-RECORD
005320         WRITE QUOTA-REPORT-RECORD
005330     END-IF.
005340     MOVE SPACES TO WS-TOTAL-LINE.
005350     STRING '  DEPT ' DELIMITED BY SIZE
005360            T-DEPT-CODE(WS-DX) DELIMITED BY SIZE
005370            ' - EVENTS THIS MONTH' DELIMITED BY SIZE
005380         INTO TOT-LABEL.
005390     COMPUTE WS-BALANCE-COUNT =
005400         T-FRESH-USED(WS-DX) + T-RANGE-USED(WS-DX)
005410         + T-SEARCH-USED(WS-DX) + T-OTHER-USED(WS-DX).
005420     ADD WS-BALANCE-COUNT TO WS-UNKNOWN-EVENTS.
005430     MOVE WS-BALANCE-COUNT TO TOT-VALUE.
005440     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
005450     WRITE QUOTA-REPORT-RECORD.
005460 4000-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500* 8000-TOTALS-PARA
005510* RUN CONTROL TOTALS - EVERY USAGE RECORD READ FELL IN OR OUT OF
005520* THE MONTH, AND EVERY ONE IN IT WAS COUNTED UNDER A LISTED
005530* DEPARTMENT, AN UNKNOWN CODE, THE UNASSIGNED BUCKET, OR LOST.
005540******************************************************************
005550 8000-TOTALS-PARA.
005560     MOVE SPACES TO QUOTA-REPORT-RECORD.
005570     WRITE QUOTA-REPORT-RECORD.
005580
005590     MOVE 'USAGE RECORDS READ' TO TOT-LABEL.
005600     MOVE WS-USAGE-READ TO TOT-VALUE.
005610     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
005620     WRITE QUOTA-REPORT-RECORD.
005630
005640     MOVE 'RECORDS OUTSIDE THE REPORT MONTH' TO TOT-LABEL.
005650     MOVE WS-OTHER-MONTH-COUNT TO TOT-VALUE.
005660     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
005670     WRITE QUOTA-REPORT-RECORD.
005680
005690     MOVE 'RECORDS IN THE REPORT MONTH' TO TOT-LABEL.
005700     MOVE WS-MONTH-RECORDS TO TOT-VALUE.
005710     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
005720     WRITE QUOTA-REPORT-RECORD.
005730
005740     MOVE '  UNDER DEPARTMENTS LISTED' TO TOT-LABEL.
005750     MOVE WS-LISTED-EVENTS TO TOT-VALUE.
005760     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
005770     WRITE QUOTA-REPORT-RECORD.
005780
005790     MOVE '  UNDER CODES NOT ON THE MASTER' TO TOT-LABEL.
005800     MOVE WS-UNKNOWN-EVENTS TO TOT-VALUE.
005810     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
005820     WRITE QUOTA-REPORT-RECORD.
005830
005840     MOVE '  UNASSIGNED (NO DEPT CODE)' TO TOT-LABEL.
005850     MOVE WS-UNASSIGNED-COUNT TO TOT-VALUE.
005860     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
005870     WRITE QUOTA-REPORT-RECORD.
005880
005890     MOVE '  LOST - DEPARTMENT TABLE FULL' TO TOT-LABEL.
005900     MOVE WS-LOST-COUNT TO TOT-VALUE.
005910     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
005920     WRITE QUOTA-REPORT-RECORD.
005930
005940     MOVE 'DEPARTMENTS LISTED' TO TOT-LABEL.
005950     MOVE WS-DEPTS-LISTED TO TOT-VALUE.
005960     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
005970     WRITE QUOTA-REPORT-RECORD.
005980
005990     MOVE 'CLASSES AT OR OVER THEIR ALLOWANCE' TO TOT-LABEL.
006000     MOVE WS-AT-LIMIT-COUNT TO TOT-VALUE.
006010     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
006020     WRITE QUOTA-REPORT-RECORD.
006030
006040     MOVE 'CLASSES NEAR THEIR ALLOWANCE' TO TOT-LABEL.
006050     MOVE WS-NEAR-COUNT TO TOT-VALUE.
006060     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
006070     WRITE QUOTA-REPORT-RECORD.
006080
006090     COMPUTE WS-BALANCE-COUNT =
006100         WS-LISTED-EVENTS + WS-UNKNOWN-EVENTS
006110         + WS-UNASSIGNED-COUNT + WS-LOST-COUNT.
006120     IF WS-BALANCE-COUNT = WS-MONTH-RECORDS
006130        AND WS-LOST-COUNT = ZERO
006140        AND WS-MONTH-RECORDS + WS-OTHER-MONTH-COUNT
006150            = WS-USAGE-READ
006160         MOVE 'QUOTA POSITION IN BALANCE - ALL COUNTED'
006170             TO TOT-LABEL
006180         DISPLAY 'PRIMEQUOTA - ALL USAGE ACCOUNTED FOR'
006190     ELSE
006200         MOVE '** QUOTA POSITION OUT OF BALANCE **'
006210             TO TOT-LABEL
006220         DISPLAY '*** PRIMEQUOTA OUT OF BALANCE - SEE'
006230             ' PRMQUOT ***'
006240         MOVE 8 TO RETURN-CODE
006250     END-IF.
006260     MOVE WS-BALANCE-COUNT TO TOT-VALUE.
006270     MOVE WS-TOTAL-LINE TO QUOTA-REPORT-RECORD.
006280     WRITE QUOTA-REPORT-RECORD.
006290 8000-EXIT.
006300     EXIT.
