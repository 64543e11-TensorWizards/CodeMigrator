000200*     MONTHLY CHARGEBACK BILLING FROM THE BILLABLE-USAGE FILE
000210*     (PRMUSE) PRIMECHECKER CUTS ON EVERY CHECK.  THE RATE
000220*     CONTROL CARD (BILCTL) NAMES THE BILLING MONTH AND THE
000230*     RATES FOR THE FIVE EVENT CLASSES - A FRESH TRIAL-DIVISION
000240*     CHECK, A KNOWN-RESULT HIT SERVED FROM THE MASTER, ONE
000246*     NUMBER OF A RANGE SCAN, A RANGE NUMBER SERVED FROM THE
000253*     COMPLETED-RANGE REGISTRY, AND A NEXT-PRIME SUBSTITUTE
000260*     SEARCH.  THE MONTH'S USAGE IS SORTED BY DEPARTMENT AND
000270*     EACH DEPARTMENT GETS A PRINTED STATEMENT (PRMSTMT) WITH
000280*     ITS COUNTS, RATES, AND AMOUNTS, PLUS ONE INVOICE EXTRACT
000310*     STATEMENT SO THE MONTH STILL ADDS UP.  A RUN WITHOUT AN
000320*     EXPLICIT MONTH AND NUMERIC RATES IS REFUSED - A BILL MUST
000330*     NEVER GUESS ITS OWN PRICES.
000331*         A BALANCED RUN CLOSES ITS MONTH ON PRMBCLS, AND A CLOSED
000332*     MONTH IS REFUSED (RC 8) UNLESS THE CARD ASKS FOR A REBILL.
000333*     APPROVED CREDITS AND DEBITS FILED ON PRMADJ BY PRIMEBILLADJ
000334*     POST TO EACH DEPARTMENT'S NEXT STATEMENT AS LINES OF THEIR
000335*     OWN AND FLOW ONTO PRMINV; A DEPARTMENT WITH ADJUSTMENTS BUT
000336*     NO USAGE STILL GETS A STATEMENT.  EACH STATEMENT ALSO POSTS
000337*     TO THE YEAR-TO-DATE LEDGER (PRMYTD) AND SHOWS THE MONTH, THE
000338*     ADJUSTMENTS POSTED EARLIER IN THE YEAR, AND THE YEAR TO
000339*     DATE.  USAGE AND ADJUSTMENTS UNDER A DEPT CODE MERGED INTO A
000340*     SUCCESSOR BILL ON THE SUCCESSOR'S STATEMENT, WHICH SAYS SO.
000341*     A REBILL TRANSLATES ONLY THE MERGES DATED BY THE END OF THE
000342*     BILLED MONTH; A CODE MERGED LATER BILLS UNDER ITS OLD CODE,
000343*     AS THE MONTH WAS FIRST INVOICED AND AS PRIMEDEPTREMAP LEFT
000344*     ITS CLOSED-MONTH USAGE.
000345**
000350* MOD-HISTORY
000360*   DATE        INIT  DESCRIPTION
000370*   ----------  ----  --------------------------------------------
000380*   2026-09-02  JHT   ORIGINAL VERSION.
000381*   2026-09-28  JHT   FIFTH RATE CLASS - RANGE NUMBERS SERVED FROM
000382*                     THE COMPLETED-RANGE REGISTRY (EVENT 'K')
000383*                     GET THEIR OWN RATE ON THE CARD (CARVED
000384*                     FROM THE FILLER), THEIR OWN STATEMENT
000385*                     LINE, AND THEIR OWN COUNT ON PRMINV.  A
000386*                     CARD WITHOUT THE NEW RATE IS REFUSED LIKE
000387*                     ANY OTHER MISSING PRICE.
000388*   2026-10-05  JHT   MONTH CLOSE ON PRMBCLS - A SECOND RUN FOR A
000389*                     BILLED MONTH IS REFUSED UNLESS CTL-REBILL-SW
000390*                     (CARVED FROM THE FILLER) SAYS 'R'.  PENDING
000391*                     ADJUSTMENTS FROM PRMADJ POSTED AS STATEMENT
000392*                     LINES, NET CARRIED ON PRMINV (CARVED FROM
000393*                     THE FILLER).  YEAR-TO-DATE LEDGER PRMYTD
000394*                     POSTED PER STATEMENT, WITH PRIOR ADJUSTMENTS
000395*                     AND YEAR TO DATE PRINTED.  AMOUNT LINES NOW
000396*                     SHOW A CR WHEN A CREDIT OUTWEIGHS THE BILL.
000397*   2026-10-14  JHT   MERGED DEPT CODES BILL UNDER THEIR SUCCESSOR
000398*                     - USAGE IS TRANSLATED ON THE WAY INTO THE
000399*                     SORT (INPUT PROCEDURE), TABLED ADJUSTMENTS
000400*                     BEFORE POSTING.  THE STATEMENT NAMES THE OLD
000401*                     CODES IT CARRIES AND ITS YEAR TO DATE TAKES
000402*                     IN THEIR LEDGER ROWS.  PRMDEPT NOW ACCESS
000403*                     DYNAMIC.
000404*   2026-10-15  JHT   A REBILL CLEARS THE MONTH FROM THE LEDGER
000405*                     ONLY AFTER EVERY FILE HAS OPENED.
000406*   2026-10-15  JHT   A REBILL NO LONGER MOVES A MONTH'S USAGE AND
000407*                     ADJUSTMENTS ONTO A SUCCESSOR WHOSE MERGE IS
000408*                     DATED AFTER THAT MONTH, NOR TAKES ITS
000409*                     LEDGER ROW INTO THE SUCCESSOR'S YTD.
000410******************************************************************
000411 IDENTIFICATION DIVISION.
000412 PROGRAM-ID. PrimeBilling.
000420 AUTHOR. J. H. TARRANT.
000430 INSTALLATION. DATA CENTER SERVICES.
000440 DATE-WRITTEN. 2026-09-02.
000450 DATE-COMPILED. 2026-10-05.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000650
000660     SELECT DEPT-REFERENCE-FILE ASSIGN TO PRMDEPT
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS DPT-CODE
000700         FILE STATUS IS WS-DEPT-STATUS.
000701
000702     SELECT BILL-ADJUST-FILE ASSIGN TO PRMADJ
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS ADJ-KEY
000706         FILE STATUS IS WS-ADJ-STATUS.
000707
000708     SELECT BILL-LEDGER-FILE ASSIGN TO PRMYTD
000709         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000711         RECORD KEY IS YTD-KEY
000712         FILE STATUS IS WS-LEDGER-STATUS.
000713
000714     SELECT MONTH-CLOSE-FILE ASSIGN TO PRMBCLS
000715         ORGANIZATION IS INDEXED
000716         ACCESS MODE IS RANDOM
000717         RECORD KEY IS BCL-BILL-MONTH
000718         FILE STATUS IS WS-CLOSE-STATUS.
000719
000720     SELECT USAGE-SORT-FILE ASSIGN TO SORTWK.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*-----------------------------------------------------------------
000770* RATE CONTROL CARD - THE BILLING MONTH AND THE FIVE RATES,
000780* EACH IN DOLLARS AND CENTS.  THERE IS NO DEFAULT FOR ANY OF
000786* THEM - A BILLING RUN WITHOUT EXPLICIT PRICES IS REFUSED.  AN
000793* 'R' IN THE REBILL SWITCH ASKS TO BILL A CLOSED MONTH AGAIN.
000800*-----------------------------------------------------------------
000810 FD  BILLING-CONTROL-FILE.
000820 01  BILLING-CONTROL-RECORD.
000850     05  CTL-HIT-RATE                PIC 9(03)V99.
000860     05  CTL-RANGE-RATE              PIC 9(03)V99.
000870     05  CTL-SEARCH-RATE             PIC 9(03)V99.
000874     05  CTL-REGISTRY-RATE           PIC 9(03)V99.
000877     05  CTL-REBILL-SW               PIC X(01).
000882         88  CTL-IS-REBILL           VALUE 'R'.
000885     05  FILLER                      PIC X(18).
000890
000900*-----------------------------------------------------------------
000910* BILLABLE-USAGE FILE - SAME SHARED LAYOUT PRIMECHECKER WRITES,
001110     05  INV-RANGE-COUNT             PIC 9(09).
001120     05  INV-SEARCH-COUNT            PIC 9(09).
001130     05  INV-TOTAL-AMOUNT            PIC 9(09)V99.
001131*    REGISTRY-SERVED COUNT APPENDED (CARVED FROM THE FILLER -
001133*    EXISTING FIELD POSITIONS UNCHANGED).
001134     05  INV-REGISTRY-COUNT          PIC 9(09).
001136*    NET OF THE ADJUSTMENTS POSTED ON THE STATEMENT, ALWAYS
001137*    POSITIVE, WITH 'C' OR 'D' SAYING WHICH WAY IT GOES (BLANK
001138*    WHEN THEY NET TO NOTHING).  INV-TOTAL-AMOUNT STAYS THE USAGE
001141*    CHARGES ALONE (CARVED FROM THE FILLER - POSITIONS UNCHANGED).
001142     05  INV-ADJ-AMOUNT              PIC 9(09)V99.
001143     05  INV-ADJ-SIGN                PIC X(01).
001145         88  INV-ADJ-IS-CREDIT       VALUE 'C'.
001146         88  INV-ADJ-IS-DEBIT        VALUE 'D'.
001148     05  FILLER                      PIC X(02).
001150
001160*-----------------------------------------------------------------
001170* DEPARTMENT REFERENCE MASTER - SHARED LAYOUT VIA COPYBOOK,
001176* READ HERE FOR THE STATEMENT-HEADING DEPARTMENT NAME AND, ONCE
001183* AT START OF RUN, FOR THE DEPT CODES MERGED INTO A SUCCESSOR.
001190*-----------------------------------------------------------------
001200 FD  DEPT-REFERENCE-FILE.
001210 01  DEPT-REFERENCE-RECORD.
001220     COPY PRMDPTR.
001221
001222*-----------------------------------------------------------------
001223* BILLING ADJUSTMENTS, THE YEAR-TO-DATE LEDGER, AND THE MONTH-
001224* CLOSE FILE - SHARED LAYOUTS VIA COPYBOOK.
001225*-----------------------------------------------------------------
001226 FD  BILL-ADJUST-FILE.
001227 01  BILL-ADJUST-RECORD.
001228     COPY PRMADJR.
001229
001230 FD  BILL-LEDGER-FILE.
001231 01  BILL-LEDGER-RECORD.
001232     COPY PRMYTDR.
001233
001234 FD  MONTH-CLOSE-FILE.
001235 01  MONTH-CLOSE-RECORD.
001236     COPY PRMBCLR.
001237
001240 SD  USAGE-SORT-FILE.
001250 01  USAGE-SORT-RECORD.
001260     COPY PRMUSER REPLACING LEADING ==USE== BY ==SRT==.
001400         88  INVOICE-STATUS-OK       VALUE '00'.
001410     05  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
001420         88  DEPT-STATUS-OK          VALUE '00'.
001421     05  WS-ADJ-STATUS               PIC X(02) VALUE SPACES.
001422         88  ADJ-STATUS-OK           VALUE '00'.
001423         88  ADJ-FILE-NOT-FOUND      VALUE '35'.
001424     05  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
001426         88  LEDGER-STATUS-OK        VALUE '00'.
001427     05  WS-CLOSE-STATUS             PIC X(02) VALUE SPACES.
001428         88  CLOSE-STATUS-OK         VALUE '00'.
001430
001440 01  WS-SWITCHES.
001450     05  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001480         88  DEPT-FILE-AVAILABLE     VALUE 'Y'.
001490     05  WS-STMT-OPEN-SW             PIC X(01) VALUE 'N'.
001500         88  STATEMENT-IN-PROGRESS   VALUE 'Y'.
001501     05  WS-ADJ-AVAIL-SW             PIC X(01) VALUE 'N'.
001502         88  ADJ-FILE-AVAILABLE      VALUE 'Y'.
001503     05  WS-ADJ-EOF-SW               PIC X(01) VALUE 'N'.
001504         88  END-OF-ADJUSTMENTS      VALUE 'Y'.
001505     05  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
001506         88  END-OF-LEDGER           VALUE 'Y'.
001507     05  WS-CLOSE-ON-FILE-SW         PIC X(01) VALUE 'N'.
001508         88  MONTH-ON-CLOSE-FILE     VALUE 'Y'.
001509     05  WS-REBILL-SW                PIC X(01) VALUE 'N'.
001510         88  REBILL-RUN              VALUE 'Y'.
001511     05  WS-LEDGER-ON-FILE-SW        PIC X(01) VALUE 'N'.
001512         88  LEDGER-ROW-ON-FILE      VALUE 'Y'.
001513     05  WS-BALANCED-SW              PIC X(01) VALUE 'N'.
001514         88  RUN-IN-BALANCE          VALUE 'Y'.
001515     05  WS-USAGE-EOF-SW             PIC X(01) VALUE 'N'.
001516         88  END-OF-USAGE-FILE       VALUE 'Y'.
001517     05  WS-DEPT-EOF-SW              PIC X(01) VALUE 'N'.
001518         88  END-OF-DEPT-FILE        VALUE 'Y'.
001519
001520*-----------------------------------------------------------------
001530* BILLING MONTH AND RATES OFF THE CONTROL CARD.
001540*-----------------------------------------------------------------
001550 01  WS-BILL-MONTH                   PIC X(06) VALUE SPACES.
001551 01  WS-BILL-MONTH-VIEW REDEFINES WS-BILL-MONTH.
001553     05  WS-BILL-YEAR                PIC 9(04).
001554     05  WS-BILL-MM                  PIC 9(02).
001555 01  WS-BILL-MONTH-NUM REDEFINES WS-BILL-MONTH
001556                                     PIC 9(06).
001558 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001560 01  WS-RATES.
001570     05  WS-FRESH-RATE               PIC 9(03)V99 COMP-3
001580                                     VALUE ZERO.
001610     05  WS-RANGE-RATE               PIC 9(03)V99 COMP-3
001620                                     VALUE ZERO.
001630     05  WS-SEARCH-RATE              PIC 9(03)V99 COMP-3
001633                                     VALUE ZERO.
001636     05  WS-REGISTRY-RATE            PIC 9(03)V99 COMP-3
001640                                     VALUE ZERO.
001650
001660*-----------------------------------------------------------------
001730     05  WS-DEPT-HIT                 PIC 9(09) COMP-3 VALUE ZERO.
001740     05  WS-DEPT-RANGE               PIC 9(09) COMP-3 VALUE ZERO.
001750     05  WS-DEPT-SEARCH              PIC 9(09) COMP-3 VALUE ZERO.
001754     05  WS-DEPT-REGISTRY            PIC 9(09) COMP-3 VALUE ZERO.
001760     05  WS-DEPT-UNKNOWN             PIC 9(09) COMP-3 VALUE ZERO.
001770
001780 01  WS-AMOUNTS.
001820                                     VALUE ZERO.
001830     05  WS-GRAND-AMOUNT             PIC 9(09)V99 COMP-3
001840                                     VALUE ZERO.
001841     05  WS-DEPT-CREDITS             PIC 9(09)V99 COMP-3
001842                                     VALUE ZERO.
001843     05  WS-DEPT-DEBITS              PIC 9(09)V99 COMP-3
001844                                     VALUE ZERO.
001845     05  WS-GRAND-CREDITS            PIC 9(09)V99 COMP-3
001846                                     VALUE ZERO.
001847     05  WS-GRAND-DEBITS             PIC 9(09)V99 COMP-3
001848                                     VALUE ZERO.
001849
001850*-----------------------------------------------------------------
001851* SIGNED WORKING AMOUNTS - A CREDIT CAN OUTWEIGH A MONTH'S BILL,
001852* SO THE NETS BELOW CAN GO NEGATIVE AND PRINT WITH A CR.
001853*-----------------------------------------------------------------
001854 01  WS-NET-AMOUNTS.
001855     05  WS-DEPT-ADJ-NET             PIC S9(09)V99 COMP-3
001856                                     VALUE ZERO.
001857     05  WS-DEPT-DUE                 PIC S9(09)V99 COMP-3
001858                                     VALUE ZERO.
001859     05  WS-PRIOR-ADJ-NET            PIC S9(09)V99 COMP-3
001860                                     VALUE ZERO.
001861     05  WS-YTD-NET                  PIC S9(09)V99 COMP-3
001862                                     VALUE ZERO.
001863     05  WS-GRAND-DUE                PIC S9(09)V99 COMP-3
001864                                     VALUE ZERO.
001865
001866 01  WS-RUN-COUNTERS.
001870     05  WS-USAGE-READ               PIC 9(09) COMP-3 VALUE ZERO.
001880     05  WS-BILLED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001890     05  WS-OTHER-MONTH-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001900     05  WS-UNKNOWN-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001910     05  WS-DEPTS-BILLED             PIC 9(09) COMP-3 VALUE ZERO.
001911     05  WS-ADJ-POSTED-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
001912     05  WS-ADJ-MARKED-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
001913     05  WS-ADJ-DEFERRED-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
001914     05  WS-LEDGER-CLEARED-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
001915     05  WS-LEDGER-ERROR-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
001916     05  WS-USAGE-MERGED-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
001917     05  WS-ADJ-MERGED-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
001918     05  WS-MERGE-SKIPPED-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
001919
001920*-----------------------------------------------------------------
001921* ADJUSTMENTS DUE ON THIS RUN'S STATEMENTS - EVERY PENDING ONE
001922* PLUS ANY ALREADY POSTED IN THIS BILLING MONTH (SO A REBILL OR A
001923* RERUN OF AN UNCLOSED MONTH POSTS THEM AGAIN), IN ENTRY ORDER.
001924* ONCE THE TABLE IS FULL THE REST STAY PENDING FOR NEXT MONTH.
001925*-----------------------------------------------------------------
001926 01  WS-ADJ-COUNT                    PIC 9(04) COMP VALUE ZERO.
001927 01  WS-AX                           PIC 9(04) COMP VALUE ZERO.
001928 01  WS-PX                           PIC 9(04) COMP VALUE ZERO.
001929 01  WS-ADJ-TABLE.
001930     05  WS-ADJ-ENTRY OCCURS 1000 TIMES.
001931         10  T-ADJ-KEY               PIC X(18).
001932         10  T-ADJ-DEPT-CODE         PIC X(04).
001933         10  T-ADJ-MONTH             PIC 9(06).
001934         10  T-ADJ-TYPE              PIC X(01).
001935             88  T-ADJ-IS-CREDIT     VALUE 'C'.
001936         10  T-ADJ-AMOUNT            PIC 9(07)V99 COMP-3.
001937         10  T-ADJ-REASON            PIC X(30).
001938         10  T-ADJ-APPROVER          PIC X(20).
001939         10  T-ADJ-POSTED-SW         PIC X(01).
001940             88  T-ADJ-POSTED        VALUE 'Y'.
001941
001942*-----------------------------------------------------------------
001943* LEDGER MONTH SUBSCRIPT.
001944*-----------------------------------------------------------------
001945 01  WS-MX                           PIC 9(04) COMP VALUE ZERO.
001946
001947*-----------------------------------------------------------------
001948* DEPT CODES MERGED INTO A SUCCESSOR (MERGE DATE REACHED) - LOADED
001949* FROM PRMDEPT AT START OF RUN.  USAGE AND ADJUSTMENTS UNDER AN
001950* OLD CODE BILL UNDER ITS SUCCESSOR, AND THE COUNTS MOVED PRINT
001951* ON THE SUCCESSOR'S STATEMENT.  MERGES ARE ALWAYS ONE STEP FROM
001952* A LIVE CODE - PRIMEDEPTMAINT REPOINTS EARLIER MERGES.
001953*-----------------------------------------------------------------
001954 01  WS-MERGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
001955 01  WS-RX                           PIC 9(04) COMP VALUE ZERO.
001956 01  WS-MERGE-FOUND                  PIC 9(04) COMP VALUE ZERO.
001957 01  WS-MERGE-LOOKUP-CODE            PIC X(04) VALUE SPACES.
001958 01  WS-MERGE-TABLE.
001959     05  WS-MERGE-ENTRY OCCURS 500 TIMES.
001960         10  WS-MRG-OLD-CODE         PIC X(04).
001961         10  WS-MRG-NEW-CODE         PIC X(04).
001962         10  WS-MRG-MERGE-DATE.
001963             15  WS-MRG-MERGE-MONTH  PIC X(06).
001964             15  FILLER              PIC X(02).
001965         10  WS-MRG-USAGE-COUNT      PIC 9(09) COMP-3.
001966         10  WS-MRG-ADJ-COUNT        PIC 9(09) COMP-3.
001967
001968*-----------------------------------------------------------------
001969* STATEMENT LINE LAYOUTS - BUILT IN WORKING-STORAGE, MOVED TO
001970* THE FD RECORD IMMEDIATELY BEFORE EACH WRITE.
001971*-----------------------------------------------------------------
001972 01  WS-STMT-HEADING.
001980     05  FILLER                      PIC X(19)
001990         VALUE 'STATEMENT FOR DEPT '.
002000     05  STH-DEPT-CODE               PIC X(04).
002060     05  FILLER                      PIC X(26)
002070         VALUE 'BILLING MONTH (YYYYMM)    '.
002080     05  MTH-MONTH                   PIC X(06).
002086     05  MTH-REBILL                  PIC X(12) VALUE SPACES.
002093     05  FILLER                      PIC X(36) VALUE SPACES.
002100
002110 01  WS-CHARGE-LINE.
002120     05  CHG-LABEL                   PIC X(22) VALUE SPACES.
002240
002250 01  WS-AMOUNT-LINE.
002260     05  AMT-LABEL                   PIC X(31) VALUE SPACES.
002262     05  AMT-VALUE                   PIC ZZZZZZZZ9.99CR.
002264     05  FILLER                      PIC X(35) VALUE SPACES.
002266
002268 01  WS-ADJUST-LINE.
002271     05  ADL-TYPE                    PIC X(07) VALUE SPACES.
002273     05  ADL-MONTH                   PIC 9(06).
002275     05  FILLER                      PIC X(01) VALUE SPACES.
002276     05  ADL-REASON                  PIC X(30) VALUE SPACES.
002278     05  FILLER                      PIC X(01) VALUE SPACES.
002281     05  ADL-AMOUNT                  PIC ZZZZZZ9.99CR.
002283     05  FILLER                      PIC X(01) VALUE SPACES.
002285     05  ADL-APPROVER                PIC X(20) VALUE SPACES.
002287     05  FILLER                      PIC X(02) VALUE SPACES.
002290
002300 PROCEDURE DIVISION.
002310
002330* 0000-MAIN-PARA
002340* MAINLINE - READ THE RATE CARD, SORT THE MONTH'S USAGE BY
002350* DEPARTMENT, PRINT THE STATEMENTS AND CUT THE INVOICE EXTRACT,
002356* MARK THE ADJUSTMENTS THEY CARRIED AS POSTED, AND CLOSE WITH
002363* THE RUN CONTROL TOTALS AND THE MONTH CLOSE.
002370******************************************************************
002380 0000-MAIN-PARA.
002390     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
002400     PERFORM 2000-SORT-USAGE-PARA THRU 2000-EXIT.
002404     PERFORM 4000-MARK-ADJUSTMENTS-PARA THRU 4000-EXIT.
002410     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
002420     CLOSE BILLING-STATEMENT-FILE.
002430     CLOSE INVOICE-EXTRACT-FILE.
002440     IF DEPT-FILE-AVAILABLE
002450         CLOSE DEPT-REFERENCE-FILE
002460     END-IF.
002462     IF ADJ-FILE-AVAILABLE
002463         CLOSE BILL-ADJUST-FILE
002464     END-IF.
002466     CLOSE BILL-LEDGER-FILE.
002468     CLOSE MONTH-CLOSE-FILE.
002470     STOP RUN.
002480
002490******************************************************************
002500* 1000-INITIALIZE-PARA
002510* READS AND VALIDATES THE RATE CARD AND OPENS THE FILES.  A
002520* MISSING MONTH OR A NON-NUMERIC RATE REFUSES THE RUN - A BILL
002523* MUST NEVER GUESS ITS OWN PRICES.  THE MONTH CLOSE, THE LEDGER,
002525* AND THE ADJUSTMENTS ARE SETTLED BEFORE THE STATEMENT AND THE
002528* EXTRACT ARE OPENED, SO A REFUSED RUN LEAVES LAST RUN'S OUTPUT
002531* ALONE.  A REBILL CLEARS THE MONTH FROM THE LEDGER ONLY ONCE
002534* EVERY FILE IS OPEN, SO A RUN REFUSED AT AN OPEN NEVER LEAVES
002536* THE LEDGER HALF-CLEARED.
002540******************************************************************
002550 1000-INITIALIZE-PARA.
002560     OPEN INPUT BILLING-CONTROL-FILE.
002730      OR CTL-HIT-RATE NOT NUMERIC
002740      OR CTL-RANGE-RATE NOT NUMERIC
002750      OR CTL-SEARCH-RATE NOT NUMERIC
002754      OR CTL-REGISTRY-RATE NOT NUMERIC
002760         DISPLAY 'BILLING MONTH OR A RATE IS NOT NUMERIC -'
002770             ' BILLING RUN REFUSED'
002780         STOP RUN
002820     MOVE CTL-HIT-RATE TO WS-HIT-RATE.
002830     MOVE CTL-RANGE-RATE TO WS-RANGE-RATE.
002840     MOVE CTL-SEARCH-RATE TO WS-SEARCH-RATE.
002844     MOVE CTL-REGISTRY-RATE TO WS-REGISTRY-RATE.
002850     DISPLAY 'BILLING MONTH ' WS-BILL-MONTH.
002851     IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
002852         DISPLAY 'BILLING MONTH IS NOT A VALID YYYYMM -'
002853             ' BILLING RUN REFUSED'
002854         MOVE 8 TO RETURN-CODE
002855         STOP RUN
002856     END-IF.
002857     IF CTL-REBILL-SW NOT = SPACE AND NOT CTL-IS-REBILL
002858         DISPLAY 'REBILL SWITCH MUST BE BLANK OR R -'
002859             ' BILLING RUN REFUSED'
002860         MOVE 8 TO RETURN-CODE
002861         STOP RUN
002862     END-IF.
002863     IF CTL-IS-REBILL
002864         SET REBILL-RUN TO TRUE
002865     END-IF.
002866     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002867     PERFORM 1100-CHECK-MONTH-CLOSE-PARA THRU 1100-EXIT.
002868     PERFORM 1200-OPEN-LEDGER-PARA THRU 1200-EXIT.
002869     PERFORM 1300-LOAD-ADJUSTMENTS-PARA THRU 1300-EXIT.
002870
002871     OPEN INPUT PRIME-USAGE-FILE.
002880     IF NOT USAGE-STATUS-OK
002890         DISPLAY 'PRIME-USAGE-FILE (PRMUSE) COULD NOT BE OPENED'
002900             ' - STATUS ' WS-USAGE-STATUS
003150         DISPLAY 'DEPT-REFERENCE-FILE (PRMDEPT) UNAVAILABLE -'
003160             ' STATUS ' WS-DEPT-STATUS
003170         DISPLAY 'STATEMENT HEADINGS WILL CARRY THE CODE ONLY'
003171         DISPLAY 'MERGED DEPT CODES WILL BILL UNDER THEIR OLD'
003172            ' CODE'
003173     END-IF.
003174     IF DEPT-FILE-AVAILABLE
003175         PERFORM 1400-LOAD-MERGES-PARA THRU 1400-EXIT
003176         PERFORM 1450-MERGE-ADJUSTMENT-PARA THRU 1450-EXIT
003177             VARYING WS-AX FROM 1 BY 1
003178             UNTIL WS-AX > WS-ADJ-COUNT
003179     END-IF.
003180     IF REBILL-RUN
003181         PERFORM 1250-CLEAR-LEDGER-MONTH-PARA THRU 1250-EXIT
003182             UNTIL END-OF-LEDGER
003183         DISPLAY 'LEDGER ROWS CLEARED FOR REBILL '
003184             WS-LEDGER-CLEARED-COUNT
003185     END-IF.
003190
003200     MOVE WS-BILL-MONTH TO MTH-MONTH.
003202     IF REBILL-RUN
003204         MOVE '  (REBILL)' TO MTH-REBILL
003207     END-IF.
003210     MOVE WS-MONTH-LINE TO BILLING-STATEMENT-RECORD.
003220     WRITE BILLING-STATEMENT-RECORD.
003230 1000-EXIT.
003231     EXIT.
003232
003233******************************************************************
003234* 1100-CHECK-MONTH-CLOSE-PARA
003235* OPENS THE MONTH-CLOSE FILE (CREATED ON FIRST USE VIA THE OPEN-
003236* OUTPUT FALLBACK IDIOM) AND REFUSES A MONTH ALREADY CLOSED
003237* UNLESS THE CARD ASKS FOR A REBILL.  A CLOSE FILE THAT WILL NOT
003238* OPEN REFUSES THE RUN - WITHOUT IT THERE IS NO PROVING THE
003239* MONTH WAS NOT BILLED ALREADY.
003240******************************************************************
003241 1100-CHECK-MONTH-CLOSE-PARA.
003242     OPEN I-O MONTH-CLOSE-FILE.
003243     IF NOT CLOSE-STATUS-OK
003244         OPEN OUTPUT MONTH-CLOSE-FILE
003245         CLOSE MONTH-CLOSE-FILE
003246         OPEN I-O MONTH-CLOSE-FILE
003247     END-IF.
003248     IF NOT CLOSE-STATUS-OK
003249         DISPLAY 'MONTH-CLOSE-FILE (PRMBCLS) COULD NOT BE OPENED'
003250             ' - STATUS ' WS-CLOSE-STATUS
003251         DISPLAY 'BILLING RUN REFUSED - MONTH CLOSE CANNOT BE'
003252             ' CHECKED'
003253         MOVE 8 TO RETURN-CODE
003254         STOP RUN
003255     END-IF.
003256     MOVE 'N' TO WS-CLOSE-ON-FILE-SW.
003257     MOVE WS-BILL-MONTH-NUM TO BCL-BILL-MONTH.
003258     READ MONTH-CLOSE-FILE
003259         INVALID KEY
003260             MOVE 'N' TO WS-CLOSE-ON-FILE-SW
003261         NOT INVALID KEY
003262             SET MONTH-ON-CLOSE-FILE TO TRUE
003263     END-READ.
003264     IF MONTH-ON-CLOSE-FILE AND BCL-MONTH-CLOSED
003265      AND NOT REBILL-RUN
003266         DISPLAY 'BILLING MONTH ' WS-BILL-MONTH ' WAS CLOSED ON '
003267             BCL-FIRST-CLOSE-DATE ' (LAST RUN '
003268             BCL-LAST-RUN-DATE ')'
003269         DISPLAY 'BILLING RUN REFUSED - PUNCH R IN THE REBILL'
003270             ' SWITCH TO BILL THE MONTH AGAIN'
003271         MOVE 8 TO RETURN-CODE
003272         STOP RUN
003273     END-IF.
003274     IF REBILL-RUN
003275         IF MONTH-ON-CLOSE-FILE
003276             DISPLAY 'REBILL OF CLOSED MONTH ' WS-BILL-MONTH
003277                 ' - PRIOR RUNS ' BCL-RUN-COUNT
003278         ELSE
003279             DISPLAY 'REBILL ASKED FOR BUT MONTH ' WS-BILL-MONTH
003280                 ' WAS NEVER CLOSED - BILLED AS A FIRST RUN'
003281         END-IF
003282     END-IF.
003283 1100-EXIT.
003284     EXIT.
003285
003286******************************************************************
003287* 1200-OPEN-LEDGER-PARA
003288* OPENS THE YEAR-TO-DATE LEDGER (CREATED ON FIRST USE).  A LEDGER
003289* THAT WILL NOT OPEN REFUSES THE RUN, SO PRMINV NEVER RUNS AHEAD
003290* OF IT.  ON A REBILL, 1000 THEN HAS 1250 ZERO EVERY
003291* DEPARTMENT'S SLOT FOR THE MONTH, SO A DEPARTMENT BILLED LAST
003292* TIME BUT NOT THIS TIME DOES NOT KEEP A STALE MONTH.
003293******************************************************************
003294 1200-OPEN-LEDGER-PARA.
003295     OPEN I-O BILL-LEDGER-FILE.
003296     IF NOT LEDGER-STATUS-OK
003297         OPEN OUTPUT BILL-LEDGER-FILE
003298         CLOSE BILL-LEDGER-FILE
003299         OPEN I-O BILL-LEDGER-FILE
003300     END-IF.
003301     IF NOT LEDGER-STATUS-OK
003302         DISPLAY 'BILL-LEDGER-FILE (PRMYTD) COULD NOT BE OPENED'
003303             ' - STATUS ' WS-LEDGER-STATUS
003304         DISPLAY 'BILLING RUN REFUSED - LEDGER CANNOT BE POSTED'
003305         MOVE 8 TO RETURN-CODE
003306         STOP RUN
003307     END-IF.
003308 1200-EXIT.
003309     EXIT.
003310
003311 1250-CLEAR-LEDGER-MONTH-PARA.
003312     READ BILL-LEDGER-FILE NEXT RECORD
003313         AT END
003314             SET END-OF-LEDGER TO TRUE
003315         NOT AT END
003316             IF YTD-YEAR = WS-BILL-YEAR
003317                 MOVE ZERO TO YTD-MONTH-CHARGES(WS-BILL-MM)
003318                 MOVE ZERO TO YTD-MONTH-CREDITS(WS-BILL-MM)
003319                 MOVE ZERO TO YTD-MONTH-DEBITS(WS-BILL-MM)
003320                 REWRITE BILL-LEDGER-RECORD
003321                     INVALID KEY
003322                         ADD 1 TO WS-LEDGER-ERROR-COUNT
003323                     NOT INVALID KEY
003324                         ADD 1 TO WS-LEDGER-CLEARED-COUNT
003325                 END-REWRITE
003326             END-IF
003327     END-READ.
003328 1250-EXIT.
003329     EXIT.
003330
003331******************************************************************
003332* 1300-LOAD-ADJUSTMENTS-PARA
003333* TABLES THE ADJUSTMENTS DUE ON THIS RUN'S STATEMENTS.  NO
003334* ADJUSTMENT FILE AT ALL MEANS NONE WAS EVER FILED; ONE THAT WILL
003335* NOT OPEN REFUSES THE RUN RATHER THAN BILL WITHOUT THEM.
003336******************************************************************
003337 1300-LOAD-ADJUSTMENTS-PARA.
003338     OPEN I-O BILL-ADJUST-FILE.
003339     IF ADJ-STATUS-OK
003340         SET ADJ-FILE-AVAILABLE TO TRUE
003341         PERFORM 1350-READ-ADJUSTMENT-PARA THRU 1350-EXIT
003342             UNTIL END-OF-ADJUSTMENTS
003343         DISPLAY 'ADJUSTMENTS DUE FOR POSTING ' WS-ADJ-COUNT
003344         IF WS-ADJ-DEFERRED-COUNT > ZERO
003345             DISPLAY '*** ADJUSTMENT TABLE FULL - '
003346                 WS-ADJ-DEFERRED-COUNT
003347                 ' LEFT PENDING FOR NEXT MONTH ***'
003348         END-IF
003349     ELSE
003350         IF ADJ-FILE-NOT-FOUND
003351             DISPLAY 'NO ADJUSTMENTS HAVE EVER BEEN FILED'
003352                ' (PRMADJ)'
003353         ELSE
003354             DISPLAY 'BILL-ADJUST-FILE (PRMADJ) COULD NOT BE'
003355                 ' OPENED - STATUS ' WS-ADJ-STATUS
003356             DISPLAY 'BILLING RUN REFUSED - ADJUSTMENTS WOULD BE'
003357                 ' MISSED'
003358             MOVE 8 TO RETURN-CODE
003359             STOP RUN
003360         END-IF
003361     END-IF.
003362 1300-EXIT.
003363     EXIT.
003364
003365 1350-READ-ADJUSTMENT-PARA.
003366     READ BILL-ADJUST-FILE NEXT RECORD
003367         AT END
003368             SET END-OF-ADJUSTMENTS TO TRUE
003369         NOT AT END
003370             IF ADJ-IS-PENDING
003371              OR (ADJ-IS-POSTED
003372                  AND ADJ-POSTED-MONTH = WS-BILL-MONTH-NUM)
003373                 PERFORM 1360-TABLE-ADJUSTMENT-PARA
003374                     THRU 1360-EXIT
003375             END-IF
003376     END-READ.
003377 1350-EXIT.
003378     EXIT.
003379
003380 1360-TABLE-ADJUSTMENT-PARA.
003381     IF WS-ADJ-COUNT NOT < 1000
003382         ADD 1 TO WS-ADJ-DEFERRED-COUNT
003383         GO TO 1360-EXIT
003384     END-IF.
003385     ADD 1 TO WS-ADJ-COUNT.
003386     MOVE ADJ-KEY TO T-ADJ-KEY(WS-ADJ-COUNT).
003387     MOVE ADJ-DEPT-CODE TO T-ADJ-DEPT-CODE(WS-ADJ-COUNT).
003388     MOVE ADJ-MONTH TO T-ADJ-MONTH(WS-ADJ-COUNT).
003389     MOVE ADJ-TYPE TO T-ADJ-TYPE(WS-ADJ-COUNT).
003390     MOVE ADJ-AMOUNT TO T-ADJ-AMOUNT(WS-ADJ-COUNT).
003391     MOVE ADJ-REASON TO T-ADJ-REASON(WS-ADJ-COUNT).
003392     MOVE ADJ-APPROVER TO T-ADJ-APPROVER(WS-ADJ-COUNT).
003393     MOVE 'N' TO T-ADJ-POSTED-SW(WS-ADJ-COUNT).
003394 1360-EXIT.
003395     EXIT.
003396
003397******************************************************************
003398* 1400-LOAD-MERGES-PARA
003399* TABLES EVERY DEPT CODE MERGED INTO A SUCCESSOR WHOSE MERGE DATE
003400* HAS BEEN REACHED.  A MERGE THAT DOES NOT FIT THE TABLE BILLS
003401* UNDER ITS OLD CODE AND IS COUNTED FOR THE CONTROL TOTALS.
003402******************************************************************
003403 1400-LOAD-MERGES-PARA.
003404     MOVE 'N' TO WS-DEPT-EOF-SW.
003405     MOVE LOW-VALUES TO DPT-CODE.
003406     START DEPT-REFERENCE-FILE KEY IS NOT LESS THAN DPT-CODE
003407         INVALID KEY
003408             SET END-OF-DEPT-FILE TO TRUE
003409     END-START.
003410     PERFORM 1410-READ-DEPT-PARA THRU 1410-EXIT
003411         UNTIL END-OF-DEPT-FILE.
003412     DISPLAY 'MERGED DEPT CODES BILLED UNDER SUCCESSOR '
003413         WS-MERGE-COUNT.
003414     IF WS-MERGE-SKIPPED-COUNT > ZERO
003415         DISPLAY '*** MERGE TABLE FULL - ' WS-MERGE-SKIPPED-COUNT
003416             ' MERGED CODES BILLED UNDER THEIR OLD CODE ***'
003417     END-IF.
003418 1400-EXIT.
003419     EXIT.
003420
003421 1410-READ-DEPT-PARA.
003422     READ DEPT-REFERENCE-FILE NEXT RECORD
003423         AT END
003424             SET END-OF-DEPT-FILE TO TRUE
003425             GO TO 1410-EXIT
003426     END-READ.
003427     IF DPT-SUCCESSOR-CODE = SPACES
003428        OR DPT-MERGE-DATE NOT NUMERIC
003429         GO TO 1410-EXIT
003430     END-IF.
003431     IF DPT-MERGE-DATE > WS-TODAY-DATE
003432         GO TO 1410-EXIT
003433     END-IF.
003434     IF WS-MERGE-COUNT NOT < 500
003435         ADD 1 TO WS-MERGE-SKIPPED-COUNT
003436         GO TO 1410-EXIT
003437     END-IF.
003438     ADD 1 TO WS-MERGE-COUNT.
003439     MOVE DPT-CODE TO WS-MRG-OLD-CODE(WS-MERGE-COUNT).
003440     MOVE DPT-SUCCESSOR-CODE TO WS-MRG-NEW-CODE(WS-MERGE-COUNT).
003441     MOVE DPT-MERGE-DATE TO WS-MRG-MERGE-DATE(WS-MERGE-COUNT).
003442     MOVE ZERO TO WS-MRG-USAGE-COUNT(WS-MERGE-COUNT).
003443     MOVE ZERO TO WS-MRG-ADJ-COUNT(WS-MERGE-COUNT).
003444 1410-EXIT.
003445     EXIT.
003446
003447******************************************************************
003448* 1450-MERGE-ADJUSTMENT-PARA
003449* ONE TABLED ADJUSTMENT - FILED AGAINST A MERGED CODE, IT POSTS TO
003450* THE SUCCESSOR'S STATEMENT.  PRMADJ ITSELF KEEPS THE CODE IT WAS
003451* FILED UNDER.
003452******************************************************************
003453 1450-MERGE-ADJUSTMENT-PARA.
003454     MOVE T-ADJ-DEPT-CODE(WS-AX) TO WS-MERGE-LOOKUP-CODE.
003455     PERFORM 6000-FIND-MERGE-PARA THRU 6000-EXIT.
003456     IF WS-MERGE-FOUND > 0
003457         MOVE WS-MRG-NEW-CODE(WS-MERGE-FOUND)
003458             TO T-ADJ-DEPT-CODE(WS-AX)
003459         ADD 1 TO WS-MRG-ADJ-COUNT(WS-MERGE-FOUND)
003460         ADD 1 TO WS-ADJ-MERGED-COUNT
003461     END-IF.
003462 1450-EXIT.
003463     EXIT.
003464
003465******************************************************************
003466* 2000-SORT-USAGE-PARA
003467* SORTS THE USAGE FILE BY DEPARTMENT AND DRIVES THE STATEMENT
003468* CONTROL BREAK OFF THE SORTED STREAM.  RECORDS OUTSIDE THE
003469* BILLING MONTH PASS THROUGH THE SORT AND ARE COUNTED AND
003470* SKIPPED ON THE WAY OUT.  A MERGED DEPT CODE GOES INTO THE SORT
003471* AS ITS SUCCESSOR, SO ITS USAGE BILLS ON THE SUCCESSOR'S
003472* STATEMENT.
003473******************************************************************
003474 2000-SORT-USAGE-PARA.
003475     SORT USAGE-SORT-FILE
003476         ON ASCENDING KEY SRT-DEPT-CODE
003477         ON ASCENDING KEY SRT-TIMESTAMP
003478         INPUT PROCEDURE IS 2100-RELEASE-USAGE-PARA
003479             THRU 2100-EXIT
003480         OUTPUT PROCEDURE IS 3000-BILL-OUTPUT-PARA
003481             THRU 3000-EXIT.
003482 2000-EXIT.
003483     EXIT.
003484
003485 2100-RELEASE-USAGE-PARA.
003486     OPEN INPUT PRIME-USAGE-FILE.
003487     IF NOT USAGE-STATUS-OK
003488         DISPLAY 'PRIME-USAGE-FILE (PRMUSE) COULD NOT BE OPENED'
003489             ' - STATUS ' WS-USAGE-STATUS
003490         SET END-OF-USAGE-FILE TO TRUE
003491         MOVE 8 TO RETURN-CODE
003492     END-IF.
003493     PERFORM 2150-RELEASE-ONE-PARA THRU 2150-EXIT
003494         UNTIL END-OF-USAGE-FILE.
003495     CLOSE PRIME-USAGE-FILE.
003496 2100-EXIT.
003497     EXIT.
003498
003499 2150-RELEASE-ONE-PARA.
003500     READ PRIME-USAGE-FILE
003501         AT END
003502             SET END-OF-USAGE-FILE TO TRUE
003503             GO TO 2150-EXIT
003504     END-READ.
003505     MOVE PRIME-USAGE-RECORD TO USAGE-SORT-RECORD.
003506     IF SRT-DEPT-CODE NOT = SPACES
003507         MOVE SRT-DEPT-CODE TO WS-MERGE-LOOKUP-CODE
003508         PERFORM 6000-FIND-MERGE-PARA THRU 6000-EXIT
003509         IF WS-MERGE-FOUND > 0
003510             MOVE WS-MRG-NEW-CODE(WS-MERGE-FOUND) TO SRT-DEPT-CODE
003511             IF SRT-TIMESTAMP(1:6) = WS-BILL-MONTH
003512                 ADD 1 TO WS-MRG-USAGE-COUNT(WS-MERGE-FOUND)
003513                 ADD 1 TO WS-USAGE-MERGED-COUNT
003514             END-IF
003515         END-IF
003516     END-IF.
003517     RELEASE USAGE-SORT-RECORD.
003518 2150-EXIT.
003519     EXIT.
003520
003521 3000-BILL-OUTPUT-PARA.
003522     PERFORM 3100-BILL-RECORD-PARA THRU 3100-EXIT
003523         UNTIL END-OF-SORT-FILE.
003524     IF STATEMENT-IN-PROGRESS
003525         PERFORM 3600-CLOSE-STATEMENT-PARA THRU 3600-EXIT
003526     END-IF.
003527     PERFORM 3700-ADJUSTMENT-ONLY-PARA THRU 3700-EXIT
003528         VARYING WS-AX FROM 1 BY 1
003529         UNTIL WS-AX > WS-ADJ-COUNT.
003530 3000-EXIT.
003531     EXIT.
003532
003533******************************************************************
003534* 3100-BILL-RECORD-PARA
003540* ONE SORTED USAGE RECORD - A CHANGE OF DEPT CLOSES THE OPEN
003550* STATEMENT AND OPENS THE NEXT; RECORDS OUTSIDE THE BILLING
003560* MONTH ARE COUNTED AND SKIPPED.
003920             ADD 1 TO WS-DEPT-HIT
003930         WHEN SRT-RANGE-NUMBER
003940             ADD 1 TO WS-DEPT-RANGE
003943         WHEN SRT-REGISTRY-HIT
003946             ADD 1 TO WS-DEPT-REGISTRY
003950         WHEN SRT-NEXTPRIME-SEARCH
003960             ADD 1 TO WS-DEPT-SEARCH
003970         WHEN OTHER
004120     MOVE ZERO TO WS-DEPT-HIT.
004130     MOVE ZERO TO WS-DEPT-RANGE.
004140     MOVE ZERO TO WS-DEPT-SEARCH.
004144     MOVE ZERO TO WS-DEPT-REGISTRY.
004150     MOVE ZERO TO WS-DEPT-UNKNOWN.
004160     MOVE ZERO TO WS-DEPT-AMOUNT.
004163     MOVE ZERO TO WS-DEPT-CREDITS.
004166     MOVE ZERO TO WS-DEPT-DEBITS.
004170     ADD 1 TO WS-DEPTS-BILLED.
004180     MOVE SPACES TO STH-DEPT-NAME.
004190     IF WS-CUR-DEPT-CODE = SPACES
004350     WRITE BILLING-STATEMENT-RECORD.
004360     MOVE WS-STMT-HEADING TO BILLING-STATEMENT-RECORD.
004370     WRITE BILLING-STATEMENT-RECORD.
004372     IF WS-CUR-DEPT-CODE NOT = SPACES
004373         PERFORM 3350-MERGED-NOTE-PARA THRU 3350-EXIT
004374             VARYING WS-RX FROM 1 BY 1
004376             UNTIL WS-RX > WS-MERGE-COUNT
004378     END-IF.
004380 3300-EXIT.
004390     EXIT.
004400
004430******************************************************************
004431* 3350-MERGED-NOTE-PARA
004432* UNDER THE HEADING, ONE LINE PER OLD CODE MERGED INTO THIS
004433* DEPARTMENT WHOSE USAGE OR ADJUSTMENTS ARE ON THIS STATEMENT.
004434******************************************************************
004435 3350-MERGED-NOTE-PARA.
004436     IF WS-MRG-NEW-CODE(WS-RX) NOT = WS-CUR-DEPT-CODE
004437         GO TO 3350-EXIT
004438     END-IF.
004439     IF WS-MRG-USAGE-COUNT(WS-RX) > ZERO
004440         MOVE SPACES TO TOT-LABEL
004441         STRING '  INCLUDES USAGE OF MERGED DEPT '
004442                    DELIMITED BY SIZE
004443                WS-MRG-OLD-CODE(WS-RX) DELIMITED BY SIZE
004444             INTO TOT-LABEL
004445         MOVE WS-MRG-USAGE-COUNT(WS-RX) TO TOT-VALUE
004446         MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD
004447         WRITE BILLING-STATEMENT-RECORD
004448     END-IF.
004449     IF WS-MRG-ADJ-COUNT(WS-RX) > ZERO
004450         MOVE SPACES TO TOT-LABEL
004451         STRING '  INCLUDES ADJUSTMENTS OF DEPT '
004452                    DELIMITED BY SIZE
004453                WS-MRG-OLD-CODE(WS-RX) DELIMITED BY SIZE
004454             INTO TOT-LABEL
004455         MOVE WS-MRG-ADJ-COUNT(WS-RX) TO TOT-VALUE
004456         MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD
004457         WRITE BILLING-STATEMENT-RECORD
004458     END-IF.
004459 3350-EXIT.
004460     EXIT.
004461
004462******************************************************************
004463* 3600-CLOSE-STATEMENT-PARA
004464* THE FIVE CHARGE LINES, THE MONTH'S USAGE CHARGES, A LINE PER
004465* ADJUSTMENT DUE THE DEPARTMENT, THE TOTAL DUE, THE LEDGER'S
004466* PRIOR ADJUSTMENTS AND YEAR TO DATE, AND THE INVOICE EXTRACT
004467* RECORD FOR THE STATEMENT JUST ENDED.
004470******************************************************************
004480 3600-CLOSE-STATEMENT-PARA.
004490     MOVE 'FRESH CHECKS' TO CHG-LABEL.
004640     COMPUTE WS-LINE-AMOUNT = WS-DEPT-RANGE * WS-RANGE-RATE.
004650     PERFORM 3650-WRITE-CHARGE-PARA THRU 3650-EXIT.
004660
004661     MOVE 'RANGE REGISTRY NUMBERS' TO CHG-LABEL.
004662     MOVE WS-DEPT-REGISTRY TO CHG-COUNT.
004663     MOVE WS-REGISTRY-RATE TO CHG-RATE.
004664     COMPUTE WS-LINE-AMOUNT =
004666         WS-DEPT-REGISTRY * WS-REGISTRY-RATE.
004667     PERFORM 3650-WRITE-CHARGE-PARA THRU 3650-EXIT.
004668
004670     MOVE 'NEXT-PRIME SEARCHES' TO CHG-LABEL.
004680     MOVE WS-DEPT-SEARCH TO CHG-COUNT.
004690     MOVE WS-SEARCH-RATE TO CHG-RATE.
004780         WRITE BILLING-STATEMENT-RECORD
004790     END-IF.
004800
004810     MOVE 'USAGE CHARGES THIS MONTH' TO AMT-LABEL.
004820     MOVE WS-DEPT-AMOUNT TO AMT-VALUE.
004830     MOVE WS-AMOUNT-LINE TO BILLING-STATEMENT-RECORD.
004840     WRITE BILLING-STATEMENT-RECORD.
004850     ADD WS-DEPT-AMOUNT TO WS-GRAND-AMOUNT.
004851
004852     PERFORM 3670-POST-ADJUSTMENT-PARA THRU 3670-EXIT
004853         VARYING WS-PX FROM 1 BY 1
004854         UNTIL WS-PX > WS-ADJ-COUNT.
004855     COMPUTE WS-DEPT-ADJ-NET = WS-DEPT-DEBITS - WS-DEPT-CREDITS.
004856     IF WS-DEPT-CREDITS > ZERO OR WS-DEPT-DEBITS > ZERO
004857         MOVE 'NET ADJUSTMENTS THIS STATEMENT' TO AMT-LABEL
004858         MOVE WS-DEPT-ADJ-NET TO AMT-VALUE
004859         MOVE WS-AMOUNT-LINE TO BILLING-STATEMENT-RECORD
004860         WRITE BILLING-STATEMENT-RECORD
004861     END-IF.
004862     ADD WS-DEPT-CREDITS TO WS-GRAND-CREDITS.
004863     ADD WS-DEPT-DEBITS TO WS-GRAND-DEBITS.
004864
004865     COMPUTE WS-DEPT-DUE = WS-DEPT-AMOUNT + WS-DEPT-ADJ-NET.
004866     MOVE 'TOTAL DUE THIS DEPARTMENT' TO AMT-LABEL.
004867     MOVE WS-DEPT-DUE TO AMT-VALUE.
004868     MOVE WS-AMOUNT-LINE TO BILLING-STATEMENT-RECORD.
004869     WRITE BILLING-STATEMENT-RECORD.
004870
004871     PERFORM 3800-POST-LEDGER-PARA THRU 3800-EXIT.
004872     MOVE 'PRIOR ADJUSTMENTS THIS YEAR' TO AMT-LABEL.
004873     MOVE WS-PRIOR-ADJ-NET TO AMT-VALUE.
004874     MOVE WS-AMOUNT-LINE TO BILLING-STATEMENT-RECORD.
004875     WRITE BILLING-STATEMENT-RECORD.
004876     MOVE 'YEAR TO DATE NET BILLED' TO AMT-LABEL.
004877     MOVE WS-YTD-NET TO AMT-VALUE.
004878     MOVE WS-AMOUNT-LINE TO BILLING-STATEMENT-RECORD.
004879     WRITE BILLING-STATEMENT-RECORD.
004880
004881     MOVE SPACES TO INVOICE-EXTRACT-RECORD.
004882     MOVE WS-CUR-DEPT-CODE TO INV-DEPT-CODE.
004890     MOVE WS-BILL-MONTH TO INV-BILL-MONTH.
004900     MOVE WS-DEPT-FRESH TO INV-FRESH-COUNT.
004910     MOVE WS-DEPT-HIT TO INV-HIT-COUNT.
004920     MOVE WS-DEPT-RANGE TO INV-RANGE-COUNT.
004930     MOVE WS-DEPT-SEARCH TO INV-SEARCH-COUNT.
004940     MOVE WS-DEPT-AMOUNT TO INV-TOTAL-AMOUNT.
004941     MOVE WS-DEPT-REGISTRY TO INV-REGISTRY-COUNT.
004942     EVALUATE TRUE
004943         WHEN WS-DEPT-ADJ-NET < ZERO
004944             COMPUTE INV-ADJ-AMOUNT = ZERO - WS-DEPT-ADJ-NET
004945             SET INV-ADJ-IS-CREDIT TO TRUE
004946         WHEN WS-DEPT-ADJ-NET > ZERO
004947             MOVE WS-DEPT-ADJ-NET TO INV-ADJ-AMOUNT
004948             SET INV-ADJ-IS-DEBIT TO TRUE
004949         WHEN OTHER
004950             MOVE ZERO TO INV-ADJ-AMOUNT
004951     END-EVALUATE.
004952     WRITE INVOICE-EXTRACT-RECORD.
004960     MOVE 'N' TO WS-STMT-OPEN-SW.
004970 3600-EXIT.
004980     EXIT.
005060     EXIT.
005070
005080******************************************************************
005081* 3670-POST-ADJUSTMENT-PARA
005082* ONE TABLED ADJUSTMENT - IF IT IS THE OPEN STATEMENT'S AND NOT
005083* YET POSTED, IT PRINTS AS A LINE OF ITS OWN (THE MONTH IT
005084* CONCERNS, WHY, THE AMOUNT, WHO APPROVED IT) AND ADDS INTO THE
005085* DEPARTMENT'S CREDITS OR DEBITS.
005086******************************************************************
005087 3670-POST-ADJUSTMENT-PARA.
005088     IF T-ADJ-DEPT-CODE(WS-PX) NOT = WS-CUR-DEPT-CODE
005089      OR T-ADJ-POSTED(WS-PX)
005090         GO TO 3670-EXIT
005091     END-IF.
005092     SET T-ADJ-POSTED(WS-PX) TO TRUE.
005093     ADD 1 TO WS-ADJ-POSTED-COUNT.
005094     MOVE SPACES TO WS-ADJUST-LINE.
005095     MOVE T-ADJ-MONTH(WS-PX) TO ADL-MONTH.
005096     MOVE T-ADJ-REASON(WS-PX) TO ADL-REASON.
005097     MOVE T-ADJ-APPROVER(WS-PX) TO ADL-APPROVER.
005098     IF T-ADJ-IS-CREDIT(WS-PX)
005099         MOVE 'CREDIT' TO ADL-TYPE
005100         COMPUTE ADL-AMOUNT = ZERO - T-ADJ-AMOUNT(WS-PX)
005101         ADD T-ADJ-AMOUNT(WS-PX) TO WS-DEPT-CREDITS
005102     ELSE
005103         MOVE 'DEBIT' TO ADL-TYPE
005104         MOVE T-ADJ-AMOUNT(WS-PX) TO ADL-AMOUNT
005105         ADD T-ADJ-AMOUNT(WS-PX) TO WS-DEPT-DEBITS
005106     END-IF.
005107     MOVE WS-ADJUST-LINE TO BILLING-STATEMENT-RECORD.
005108     WRITE BILLING-STATEMENT-RECORD.
005109 3670-EXIT.
005110     EXIT.
005111
005112******************************************************************
005113* 3700-ADJUSTMENT-ONLY-PARA
005114* AFTER THE LAST USAGE STATEMENT - AN ADJUSTMENT STILL UNPOSTED
005115* BELONGS TO A DEPARTMENT WITH NO USAGE THIS MONTH, WHICH GETS A
005116* STATEMENT OF ITS OWN (ZERO CHARGES) TO CARRY IT.
005117******************************************************************
005118 3700-ADJUSTMENT-ONLY-PARA.
005119     IF NOT T-ADJ-POSTED(WS-AX)
005120         MOVE T-ADJ-DEPT-CODE(WS-AX) TO WS-CUR-DEPT-CODE
005121         PERFORM 3300-OPEN-STATEMENT-PARA THRU 3300-EXIT
005122         PERFORM 3600-CLOSE-STATEMENT-PARA THRU 3600-EXIT
005123     END-IF.
005124 3700-EXIT.
005125     EXIT.
005126
005127******************************************************************
005128* 3800-POST-LEDGER-PARA
005129* REPLACES THE BILLING MONTH'S SLOT ON THE DEPARTMENT'S LEDGER ROW
005130* FOR THE YEAR (ADDING THE ROW ON FIRST SIGHT), THEN TOTALS THE
005131* ADJUSTMENTS POSTED IN EARLIER MONTHS AND THE NET BILLED FROM
005132* JANUARY THROUGH THIS MONTH FOR THE STATEMENT.
005133******************************************************************
005134 3800-POST-LEDGER-PARA.
005135     MOVE 'N' TO WS-LEDGER-ON-FILE-SW.
005136     MOVE WS-CUR-DEPT-CODE TO YTD-DEPT-CODE.
005137     MOVE WS-BILL-YEAR TO YTD-YEAR.
005138     READ BILL-LEDGER-FILE
005139         INVALID KEY
005140             MOVE 'N' TO WS-LEDGER-ON-FILE-SW
005141         NOT INVALID KEY
005142             SET LEDGER-ROW-ON-FILE TO TRUE
005143     END-READ.
005144     IF NOT LEDGER-ROW-ON-FILE
005145         MOVE SPACES TO BILL-LEDGER-RECORD
005146         MOVE WS-CUR-DEPT-CODE TO YTD-DEPT-CODE
005147         MOVE WS-BILL-YEAR TO YTD-YEAR
005148         MOVE ZERO TO YTD-LAST-BILL-MONTH
005149         PERFORM 3810-ZERO-LEDGER-MONTH-PARA THRU 3810-EXIT
005150             VARYING WS-MX FROM 1 BY 1
005151             UNTIL WS-MX > 12
005152     END-IF.
005153     MOVE WS-DEPT-AMOUNT TO YTD-MONTH-CHARGES(WS-BILL-MM).
005154     MOVE WS-DEPT-CREDITS TO YTD-MONTH-CREDITS(WS-BILL-MM).
005155     MOVE WS-DEPT-DEBITS TO YTD-MONTH-DEBITS(WS-BILL-MM).
005156     IF YTD-LAST-BILL-MONTH < WS-BILL-MONTH-NUM
005157         MOVE WS-BILL-MONTH-NUM TO YTD-LAST-BILL-MONTH
005158     END-IF.
005159     IF LEDGER-ROW-ON-FILE
005160         REWRITE BILL-LEDGER-RECORD
005161             INVALID KEY
005162                 ADD 1 TO WS-LEDGER-ERROR-COUNT
005163                 DISPLAY '*** LEDGER REWRITE FAILED FOR DEPT '
005164                     WS-CUR-DEPT-CODE ' - STATUS '
005165                     WS-LEDGER-STATUS ' ***'
005166         END-REWRITE
005167     ELSE
005168         WRITE BILL-LEDGER-RECORD
005169             INVALID KEY
005170                 ADD 1 TO WS-LEDGER-ERROR-COUNT
005171                 DISPLAY '*** LEDGER WRITE FAILED FOR DEPT '
005172                     WS-CUR-DEPT-CODE ' - STATUS '
005173                     WS-LEDGER-STATUS ' ***'
005174         END-WRITE
005175     END-IF.
005176     MOVE ZERO TO WS-PRIOR-ADJ-NET.
005177     MOVE ZERO TO WS-YTD-NET.
005178     PERFORM 3850-SUM-LEDGER-MONTH-PARA THRU 3850-EXIT
005179         VARYING WS-MX FROM 1 BY 1
005180         UNTIL WS-MX > WS-BILL-MM.
005181     IF WS-CUR-DEPT-CODE NOT = SPACES
005182         PERFORM 3870-SUM-MERGED-LEDGER-PARA THRU 3870-EXIT
005183             VARYING WS-RX FROM 1 BY 1
005184             UNTIL WS-RX > WS-MERGE-COUNT
005185     END-IF.
005186 3800-EXIT.
005187     EXIT.
005188
005189 3810-ZERO-LEDGER-MONTH-PARA.
005190     MOVE ZERO TO YTD-MONTH-CHARGES(WS-MX).
005191     MOVE ZERO TO YTD-MONTH-CREDITS(WS-MX).
005192     MOVE ZERO TO YTD-MONTH-DEBITS(WS-MX).
005193 3810-EXIT.
005194     EXIT.
005195
005196 3850-SUM-LEDGER-MONTH-PARA.
005197     IF WS-MX < WS-BILL-MM
005198         ADD YTD-MONTH-DEBITS(WS-MX) TO WS-PRIOR-ADJ-NET
005199         SUBTRACT YTD-MONTH-CREDITS(WS-MX) FROM WS-PRIOR-ADJ-NET
005200     END-IF.
005201     ADD YTD-MONTH-CHARGES(WS-MX) TO WS-YTD-NET.
005202     ADD YTD-MONTH-DEBITS(WS-MX) TO WS-YTD-NET.
005203     SUBTRACT YTD-MONTH-CREDITS(WS-MX) FROM WS-YTD-NET.
005204 3850-EXIT.
005205     EXIT.
005206
005207******************************************************************
005208* 3870-SUM-MERGED-LEDGER-PARA
005209* A CODE MERGED INTO THIS DEPARTMENT KEEPS ITS OWN LEDGER ROW FOR
005210* THE MONTHS BILLED BEFORE THE MERGE.  THOSE MONTHS COUNT IN THE
005211* SUCCESSOR'S PRIOR ADJUSTMENTS AND YEAR TO DATE ON THE STATEMENT;
005212* THE OLD ROW ITSELF IS LEFT AS BILLED.  A REBILL OF A MONTH
005213* BEFORE THE MERGE LEAVES THE OLD CODE OUT, AS ITS FIRST BILL DID.
005214******************************************************************
005215 3870-SUM-MERGED-LEDGER-PARA.
005216     IF WS-MRG-NEW-CODE(WS-RX) NOT = WS-CUR-DEPT-CODE
005217         GO TO 3870-EXIT
005218     END-IF.
005219     IF REBILL-RUN
005220        AND WS-MRG-MERGE-MONTH(WS-RX) > WS-BILL-MONTH
005221         GO TO 3870-EXIT
005222     END-IF.
005223     MOVE WS-MRG-OLD-CODE(WS-RX) TO YTD-DEPT-CODE.
005224     MOVE WS-BILL-YEAR TO YTD-YEAR.
005225     READ BILL-LEDGER-FILE
005226         INVALID KEY
005227             GO TO 3870-EXIT
005228     END-READ.
005229     PERFORM 3850-SUM-LEDGER-MONTH-PARA THRU 3850-EXIT
005230         VARYING WS-MX FROM 1 BY 1
005231         UNTIL WS-MX > WS-BILL-MM.
005232 3870-EXIT.
005233     EXIT.
005234
005235******************************************************************
005236* 4000-MARK-ADJUSTMENTS-PARA
005237* EVERY ADJUSTMENT THAT REACHED A STATEMENT IS MARKED POSTED ON
005238* PRMADJ WITH THE BILLING MONTH, SO IT NEVER POSTS TO A LATER
005239* MONTH BUT DOES POST AGAIN ON A REBILL OF THIS ONE.
005240******************************************************************
005241 4000-MARK-ADJUSTMENTS-PARA.
005242     PERFORM 4100-MARK-ONE-PARA THRU 4100-EXIT
005243         VARYING WS-AX FROM 1 BY 1
005244         UNTIL WS-AX > WS-ADJ-COUNT.
005245 4000-EXIT.
005246     EXIT.
005247
005248 4100-MARK-ONE-PARA.
005249     IF NOT T-ADJ-POSTED(WS-AX)
005250         GO TO 4100-EXIT
005251     END-IF.
005252     MOVE T-ADJ-KEY(WS-AX) TO ADJ-KEY.
005253     READ BILL-ADJUST-FILE
005254         INVALID KEY
005255             DISPLAY '*** ADJUSTMENT ' T-ADJ-KEY(WS-AX)
005256                 ' NO LONGER ON PRMADJ ***'
005257         NOT INVALID KEY
005258             SET ADJ-IS-POSTED TO TRUE
005259             MOVE WS-BILL-MONTH-NUM TO ADJ-POSTED-MONTH
005260             REWRITE BILL-ADJUST-RECORD
005261                 INVALID KEY
005262                     DISPLAY '*** ADJUSTMENT ' T-ADJ-KEY(WS-AX)
005263                         ' COULD NOT BE MARKED POSTED ***'
005264                 NOT INVALID KEY
005265                     ADD 1 TO WS-ADJ-MARKED-COUNT
005266             END-REWRITE
005267     END-READ.
005268 4100-EXIT.
005269     EXIT.
005270
005271******************************************************************
005272* 6000-FIND-MERGE-PARA
005273* LOOKS WS-MERGE-LOOKUP-CODE UP IN THE MERGE TABLE - THE ENTRY
005274* FOUND IN WS-MERGE-FOUND, OR ZERO WHEN THE CODE IS NOT MERGED.
005275* ON A REBILL A MERGE DATED AFTER THE BILLED MONTH COUNTS AS NOT
005276* MERGED - THE MONTH WAS INVOICED UNDER THE OLD CODE AND THE
005277* REBILL MUST REPRODUCE IT.
005278******************************************************************
005279 6000-FIND-MERGE-PARA.
005280     MOVE ZERO TO WS-MERGE-FOUND.
005281     PERFORM 6010-SCAN-MERGE-PARA THRU 6010-EXIT
005282         VARYING WS-RX FROM 1 BY 1
005283         UNTIL WS-RX > WS-MERGE-COUNT
005284            OR WS-MERGE-FOUND > 0.
005285     IF WS-MERGE-FOUND > 0
005286        AND REBILL-RUN
005287        AND WS-MRG-MERGE-MONTH(WS-MERGE-FOUND) > WS-BILL-MONTH
005288         MOVE ZERO TO WS-MERGE-FOUND
005289     END-IF.
005290 6000-EXIT.
005291     EXIT.
005292
005293 6010-SCAN-MERGE-PARA.
005294     IF WS-MRG-OLD-CODE(WS-RX) = WS-MERGE-LOOKUP-CODE
005295         MOVE WS-RX TO WS-MERGE-FOUND
005296     END-IF.
005297 6010-EXIT.
005298     EXIT.
005299
005300******************************************************************
005301* 8000-TOTALS-PARA
005302* RUN CONTROL TOTALS - EVERY USAGE RECORD READ WAS BILLED OR
005303* COUNTED OUTSIDE THE MONTH, EVERY ADJUSTMENT TABLED WAS POSTED
005304* AND MARKED, EVERY LEDGER POSTING WENT THROUGH, AND THE MONTH'S
005305* GRAND AMOUNTS.  ONLY A BALANCED RUN CLOSES THE MONTH.
005306******************************************************************
005307 8000-TOTALS-PARA.
005308     MOVE SPACES TO BILLING-STATEMENT-RECORD.
005309     WRITE BILLING-STATEMENT-RECORD.
005310
005311     MOVE 'ALL DEPARTMENTS - BILLING CONTROL TOTALS'
005312         TO TOT-LABEL.
005313     MOVE ZERO TO TOT-VALUE.
005314     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005315     WRITE BILLING-STATEMENT-RECORD.
005316
005317     MOVE 'USAGE RECORDS READ' TO TOT-LABEL.
005318     MOVE WS-USAGE-READ TO TOT-VALUE.
005319     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005320     WRITE BILLING-STATEMENT-RECORD.
005321
005322     MOVE 'EVENTS BILLED THIS MONTH' TO TOT-LABEL.
005323     MOVE WS-BILLED-COUNT TO TOT-VALUE.
005324     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005325     WRITE BILLING-STATEMENT-RECORD.
005326
005330     MOVE 'RECORDS OUTSIDE THE BILLING MONTH' TO TOT-LABEL.
005340     MOVE WS-OTHER-MONTH-COUNT TO TOT-VALUE.
005350     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005450     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005460     WRITE BILLING-STATEMENT-RECORD.
005470
005471     MOVE 'ADJUSTMENTS DUE FOR POSTING' TO TOT-LABEL.
005472     MOVE WS-ADJ-COUNT TO TOT-VALUE.
005473     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005474     WRITE BILLING-STATEMENT-RECORD.
005475
005476     MOVE 'ADJUSTMENTS POSTED TO STATEMENTS' TO TOT-LABEL.
005477     MOVE WS-ADJ-POSTED-COUNT TO TOT-VALUE.
005478     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005479     WRITE BILLING-STATEMENT-RECORD.
005480
005481     MOVE 'ADJUSTMENTS MARKED POSTED ON PRMADJ' TO TOT-LABEL.
005482     MOVE WS-ADJ-MARKED-COUNT TO TOT-VALUE.
005483     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005484     WRITE BILLING-STATEMENT-RECORD.
005485
005486     IF WS-ADJ-DEFERRED-COUNT > ZERO
005487         MOVE 'ADJUSTMENTS LEFT PENDING - TABLE FULL'
005488             TO TOT-LABEL
005489         MOVE WS-ADJ-DEFERRED-COUNT TO TOT-VALUE
005490         MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD
005491         WRITE BILLING-STATEMENT-RECORD
005492     END-IF.
005493
005494     IF REBILL-RUN
005495         MOVE 'LEDGER ROWS CLEARED FOR REBILL' TO TOT-LABEL
005496         MOVE WS-LEDGER-CLEARED-COUNT TO TOT-VALUE
005497         MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD
005498         WRITE BILLING-STATEMENT-RECORD
005499     END-IF.
005500
005501     MOVE 'LEDGER POSTING FAILURES' TO TOT-LABEL.
005502     MOVE WS-LEDGER-ERROR-COUNT TO TOT-VALUE.
005503     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005504     WRITE BILLING-STATEMENT-RECORD.
005505
005506     MOVE 'EVENTS BILLED UNDER A SUCCESSOR DEPT' TO TOT-LABEL.
005507     MOVE WS-USAGE-MERGED-COUNT TO TOT-VALUE.
005508     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005509     WRITE BILLING-STATEMENT-RECORD.
005510
005511     MOVE 'ADJUSTMENTS POSTED UNDER A SUCCESSOR' TO TOT-LABEL.
005512     MOVE WS-ADJ-MERGED-COUNT TO TOT-VALUE.
005513     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
005514     WRITE BILLING-STATEMENT-RECORD.
005515
005516     IF WS-MERGE-SKIPPED-COUNT > ZERO
005517         MOVE 'MERGED CODES BILLED OLD - TABLE FULL' TO TOT-LABEL
005518         MOVE WS-MERGE-SKIPPED-COUNT TO TOT-VALUE
005519         MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD
005520         WRITE BILLING-STATEMENT-RECORD
005521     END-IF.
005522
005523     MOVE 'GRAND TOTAL BILLED THIS MONTH' TO AMT-LABEL.
005524     MOVE WS-GRAND-AMOUNT TO AMT-VALUE.
005525     MOVE WS-AMOUNT-LINE TO BILLING-STATEMENT-RECORD.
005526     WRITE BILLING-STATEMENT-RECORD.
005527
005528     MOVE 'ADJUSTMENT CREDITS POSTED' TO AMT-LABEL.
005529     MOVE WS-GRAND-CREDITS TO AMT-VALUE.
005530     MOVE WS-AMOUNT-LINE TO BILLING-STATEMENT-RECORD.
005531     WRITE BILLING-STATEMENT-RECORD.
005532
005533     MOVE 'ADJUSTMENT DEBITS POSTED' TO AMT-LABEL.
005534     MOVE WS-GRAND-DEBITS TO AMT-VALUE.
005535     MOVE WS-AMOUNT-LINE TO BILLING-STATEMENT-RECORD.
005536     WRITE BILLING-STATEMENT-RECORD.
005537
005538     COMPUTE WS-GRAND-DUE =
005539         WS-GRAND-AMOUNT + WS-GRAND-DEBITS - WS-GRAND-CREDITS.
005540     MOVE 'NET DUE ALL DEPARTMENTS' TO AMT-LABEL.
005541     MOVE WS-GRAND-DUE TO AMT-VALUE.
005542     MOVE WS-AMOUNT-LINE TO BILLING-STATEMENT-RECORD.
005543     WRITE BILLING-STATEMENT-RECORD.
005544
005545     IF WS-BILLED-COUNT + WS-OTHER-MONTH-COUNT = WS-USAGE-READ
005546      AND WS-ADJ-POSTED-COUNT = WS-ADJ-COUNT
005547      AND WS-ADJ-MARKED-COUNT = WS-ADJ-POSTED-COUNT
005548      AND WS-LEDGER-ERROR-COUNT = ZERO
005549         SET RUN-IN-BALANCE TO TRUE
005550         MOVE 'BILLING IN BALANCE - ALL ACCOUNTED FOR'
005551             TO TOT-LABEL
005560         MOVE WS-USAGE-READ TO TOT-VALUE
005570         MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD
005580         WRITE BILLING-STATEMENT-RECORD
005670             ' PRMSTMT ***'
005680         MOVE 8 TO RETURN-CODE
005690     END-IF.
005691     IF RUN-IN-BALANCE
005692         PERFORM 8100-CLOSE-MONTH-PARA THRU 8100-EXIT
005693     ELSE
005694         MOVE 'MONTH NOT CLOSED - RERUN WHEN BALANCED'
005695             TO TOT-LABEL
005696         MOVE ZERO TO TOT-VALUE
005697         MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD
005698         WRITE BILLING-STATEMENT-RECORD
005699         DISPLAY '*** BILLING MONTH ' WS-BILL-MONTH
005700             ' NOT CLOSED ***'
005701     END-IF.
005702 8000-EXIT.
005710     EXIT.
005719
005729******************************************************************
005739* 8100-CLOSE-MONTH-PARA
005749* MARKS THE BILLING MONTH CLOSED ON PRMBCLS WITH THIS RUN'S
005759* TOTALS.  A REBILL KEEPS THE FIRST CLOSE DATE AND BUMPS THE RUN
005769* COUNT.  A CLOSE THAT CANNOT BE WRITTEN FAILS THE RUN (RC 8) -
005779* THE NEXT RUN WOULD OTHERWISE BILL THE MONTH AGAIN UNCHALLENGED.
005789******************************************************************
005799 8100-CLOSE-MONTH-PARA.
005809     MOVE 'N' TO WS-CLOSE-ON-FILE-SW.
005819     MOVE WS-BILL-MONTH-NUM TO BCL-BILL-MONTH.
005829     READ MONTH-CLOSE-FILE
005839         INVALID KEY
005849             MOVE 'N' TO WS-CLOSE-ON-FILE-SW
005859         NOT INVALID KEY
005869             SET MONTH-ON-CLOSE-FILE TO TRUE
005879     END-READ.
005889     IF NOT MONTH-ON-CLOSE-FILE
005899         MOVE SPACES TO MONTH-CLOSE-RECORD
005909         MOVE WS-BILL-MONTH-NUM TO BCL-BILL-MONTH
005919         MOVE WS-TODAY-DATE TO BCL-FIRST-CLOSE-DATE
005929         MOVE ZERO TO BCL-RUN-COUNT
005939     END-IF.
005949     SET BCL-MONTH-CLOSED TO TRUE.
005959     MOVE WS-TODAY-DATE TO BCL-LAST-RUN-DATE.
005969     ADD 1 TO BCL-RUN-COUNT.
005979     MOVE WS-DEPTS-BILLED TO BCL-DEPTS-BILLED.
005989     MOVE WS-GRAND-AMOUNT TO BCL-CHARGE-AMOUNT.
005999     MOVE WS-GRAND-CREDITS TO BCL-CREDIT-AMOUNT.
006009     MOVE WS-GRAND-DEBITS TO BCL-DEBIT-AMOUNT.
006019     IF MONTH-ON-CLOSE-FILE
006029         REWRITE MONTH-CLOSE-RECORD
006039             INVALID KEY
006049                 MOVE 'N' TO WS-BALANCED-SW
006059         END-REWRITE
006069     ELSE
006079         WRITE MONTH-CLOSE-RECORD
006089             INVALID KEY
006099                 MOVE 'N' TO WS-BALANCED-SW
006109         END-WRITE
006119     END-IF.
006129     IF RUN-IN-BALANCE
006139         MOVE 'BILLING MONTH CLOSED - RUN NUMBER' TO TOT-LABEL
006149         MOVE BCL-RUN-COUNT TO TOT-VALUE
006159         DISPLAY 'PRIMEBILLING - MONTH ' WS-BILL-MONTH ' CLOSED'
006169     ELSE
006179         MOVE '** MONTH CLOSE COULD NOT BE WRITTEN **'
006189             TO TOT-LABEL
006199         MOVE ZERO TO TOT-VALUE
006209         DISPLAY '*** BILLING MONTH ' WS-BILL-MONTH
006219             ' COULD NOT BE CLOSED - STATUS ' WS-CLOSE-STATUS
006229             ' ***'
006239         MOVE 8 TO RETURN-CODE
006249     END-IF.
006259     MOVE WS-TOTAL-LINE TO BILLING-STATEMENT-RECORD.
006269     WRITE BILLING-STATEMENT-RECORD.
006279 8100-EXIT.
006289     EXIT.
