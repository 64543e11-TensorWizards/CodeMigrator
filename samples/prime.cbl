001644*                     THIS, A HIT APPEARED ON THE REPORT AND
001645*                     THE EXTRACT BUT NEVER ON THE TRAIL, SO
001646*                     THE THREE FILES COULD NEVER BE TIED.
001647*   2026-09-21  JHT   MONTHLY DEPARTMENT ALLOWANCES - PRMUSE IS
001648*                     SCANNED AHEAD OF THE APPEND FOR EACH
001649*                     DEPT'S MONTH-TO-DATE FRESH, RANGE, AND
001650*                     SEARCH USAGE, KEPT CURRENT AS THE RUN
001651*                     CUTS USAGE RECORDS.  A BATCH CARD WHOSE
001652*                     DEPT HAS USED ITS ALLOWANCE IS REJECTED
001653*                     'QUOTA EXCEEDED' AHEAD OF THE DEPT
001654*                     LOOKUP, AND A RANGE OR NEXT-PRIME CARD
001655*                     WHOSE DEPT CANNOT COVER THE WHOLE
001656*                     REQUEST IS REFUSED BEFORE IT STARTS
001657*                     RATHER THAN CUT OFF PART WAY THROUGH.
001658*   2026-09-28  JHT   COMPLETED-RANGE REGISTRY (PRMRNG) AND ITS
001659*                     PRIME TABLE (PRMRNGP) - A RANGE SCAN THAT
001660*                     ENDS NORMALLY REGISTERS ITS FROM/TO BLOCK,
001661*                     AND EVERY PRIME IT FINDS IS FILED ON THE
001662*                     TABLE.  A LATER SCAN SERVES THE NUMBERS A
001663*                     REGISTERED BLOCK COVERS FROM THE TWO FILES
001664*                     AND TRIAL-DIVIDES ONLY THE GAPS; PRMRPT,
001665*                     PRMANL, PRMALOC, AND THE CONTROL TOTALS
001666*                     COME OUT AS FROM A FULL SCAN.  SERVED
001667*                     NUMBERS BILL AS 'K' ON PRMUSE, SCANNED
001668*                     ONES AS 'R', WITH SERVED/SCANNED SUMMARY
001669*                     LINES AND CHECKPOINT CARRY-OVER.
001670*   2026-09-30  JHT   PRIME ASSIGNMENT LEDGER (PRMASGN) - EVERY
001671*                     PRIME PUT ON PRMALOC OR PRMSUBS IS NOW
001672*                     RECORDED BY NUMBER WITH THE DEPT AND
001673*                     REFERENCE ID IT WENT TO.  A PRIME ANOTHER
001674*                     DEPT ALREADY HOLDS IS WITHHELD FROM THE
001675*                     EXTRACT (AUDIT ALLOCATION FLAG 'W', DETAIL
001676*                     LINE 'PRIME - HELD ELSEWHERE'), THE NEXT-
001677*                     PRIME SEARCH WALKS ON PAST IT TO THE NEXT
001678*                     FREE PRIME, AND A HELD CANDIDATE IS
001679*                     SEARCHED LIKE A FAILED ONE.  EVERY CLASH
001680*                     GOES ON THE NEW ASSIGNMENT-CONFLICT REPORT
001681*                     (PRMCONF).  A NUMBER RELEASED BY
001682*                     PRIMEASSIGNRELEASE MAY BE ASSIGNED AGAIN.
001683*   2026-10-09  JHT   APPEND A STATUS RECORD TO PRMJSTAT AT END OF
001684*                     RUN FOR THE MORNING OPERATIONS DASHBOARD.
001685*   2026-10-12  JHT   EACH AUDIT RECORD NOW CARRIES THE DEPARTMENT
001686*                     AND REFERENCE ID OF THE REQUEST, AND EVERY
001687*                     CHECK THAT HAS EITHER IS POSTED TO THE NEW
001688*                     KEYED AUDIT CROSS-REFERENCE (PRMREFX) SO
001689*                     PRIMEINQUIRY CAN ANSWER BY WORK ORDER OR BY
001690*                     DEPARTMENT AND DATE.
001691*   2026-10-14  JHT   A CARD OR RANGE/NEXT-PRIME CONTROL CARD
001692*                     CARRYING A DEPT CODE MERGED BY
001693*                     PRIMEDEPTMAINT IS CONVERTED TO THE SUCCESSOR
001694*                     AHEAD OF THE QUOTA CHECK AND LOOKUP; THE OLD
001695*                     CODE IS NOTED ON THE DETAIL/EXCEPTION LINE
001696*                     AND COUNTED ON THE SUMMARY.
001697*   2026-10-15  JHT   JOB STATUS VERDICT AND CLASH TOTAL TAKEN
001698*                     FROM THE WHOLE-JOB CLASH COUNT, NOT THE LAST
001699*                     REQUEST'S.  AN ABORTED RUN NOW ENDS WITH
001700*                     RC 8 AND THE STATUS RECORD SHOWS IT.  MERGED
001701*                     DEPT CODES CONVERTED ARE ADDED TO THE RUN
001702*                     TOTALS.
001703*   2026-10-15  JHT   NEXT-PRIME QUOTA WEIGHED PER BILLED DEPT.
001704*                     CONTROL CARD MERGE NOTE KEPT ON EACH PRMIN
001705*                     DETAIL LINE.  AUDIT-INDEX MISS FALLS BACK
001706*                     TO A FRESH CHECK.  CONFLICT AND CONVERTED
001707*                     COUNTS CARRIED ON THE CHECKPOINT.
001708******************************************************************
001709 IDENTIFICATION DIVISION.
001710 PROGRAM-ID. PrimeChecker.
001711 AUTHOR. J. H. TARRANT.
001712 INSTALLATION. DATA CENTER SERVICES.
001713 DATE-WRITTEN. 2019-04-11.
001714 DATE-COMPILED. 2026-08-09.
001715 
001716 ENVIRONMENT DIVISION.
001717 INPUT-OUTPUT SECTION.
001718 FILE-CONTROL.
001719     SELECT PRIME-CONTROL-FILE ASSIGN TO PRMCTL
001720         ORGANIZATION IS LINE SEQUENTIAL
001721         FILE STATUS IS WS-CTL-STATUS.
001722 
001730     SELECT PRIME-INPUT-FILE ASSIGN TO PRMIN
001740         ORGANIZATION IS LINE SEQUENTIAL
001750         FILE STATUS IS WS-INPUT-STATUS.
002149         RECORD KEY IS AUX-NUM
002151         FILE STATUS IS WS-AUDIT-INDEX-STATUS.
002152
002153     SELECT AUDIT-XREF-FILE ASSIGN TO PRMREFX
002154         ORGANIZATION IS INDEXED
002155         ACCESS MODE IS RANDOM
002156         RECORD KEY IS XRF-KEY
002157         FILE STATUS IS WS-AUDIT-XREF-STATUS.
002158
002159     SELECT RUN-LOG-FILE ASSIGN TO PRMRLOG
002160         ORGANIZATION IS LINE SEQUENTIAL
002161         FILE STATUS IS WS-RUNLOG-STATUS.
002162
002163     SELECT RANGE-REGISTRY-FILE ASSIGN TO PRMRNG
002164         ORGANIZATION IS INDEXED
002165         ACCESS MODE IS DYNAMIC
002166         RECORD KEY IS RNG-FROM-NUM
002167         FILE STATUS IS WS-REGISTRY-STATUS.
002168
002169     SELECT RANGE-PRIME-FILE ASSIGN TO PRMRNGP
002170         ORGANIZATION IS INDEXED
002171         ACCESS MODE IS RANDOM
002172         RECORD KEY IS RNP-NUM
002173         FILE STATUS IS WS-RANGE-PRIME-STATUS.
002174
002175     SELECT ASSIGNMENT-LEDGER-FILE ASSIGN TO PRMASGN
002176         ORGANIZATION IS INDEXED
002177         ACCESS MODE IS RANDOM
002178         RECORD KEY IS ASG-NUM
002179         FILE STATUS IS WS-LEDGER-STATUS.
002180
002181     SELECT ASSIGNMENT-CONFLICT-REPORT ASSIGN TO PRMCONF
002182         ORGANIZATION IS LINE SEQUENTIAL
002183         FILE STATUS IS WS-CONFLICT-STATUS.
002184
002185     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
002186         ORGANIZATION IS LINE SEQUENTIAL
002187         FILE STATUS IS WS-JOBSTAT-STATUS.
002188
002189 DATA DIVISION.
002190 FILE SECTION.
002191*-----------------------------------------------------------------
002192* CONTROL CARD - SELECTS RUN MODE.  A MISSING OR EMPTY CONTROL
002193* FILE DEFAULTS TO MODE '1' - THE ORIGINAL SINGLE INTERACTIVE
002200* CHECK - SO EXISTING JCL THAT SUPPLIES NO CONTROL CARD KEEPS
002210* WORKING UNCHANGED.
002220*-----------------------------------------------------------------
002758     05  CKPT-ANL-PRIME-COUNT        PIC 9(09).
002759     05  CKPT-ANL-BLOCK-COUNT        PIC 9(09).
002761     05  CKPT-ANL-PRIME-SW           PIC X(01).
002762     05  CKPT-QUOTA-REJECT-COUNT     PIC 9(09).
002763*    RANGE-REGISTRY FIELDS - THE SERVED/SCANNED SPLIT SO FAR
002764*    AND WHETHER ANY PRIME FAILED TO REACH THE PRIME TABLE, IN
002765*    WHICH CASE THE RESUMED SCAN MUST NOT REGISTER ITS BLOCK.
002766     05  CKPT-RNG-SERVED-COUNT       PIC 9(09).
002767     05  CKPT-RNG-FRESH-COUNT        PIC 9(09).
002768     05  CKPT-RNG-INCOMPLETE-SW      PIC X(01).
002769*    DEPT-MERGE FIELDS - CONFLICTS REPORTED AND CARDS CONVERTED
002770*    TO A SUCCESSOR DEPT SO FAR, SO THE RESTARTED SUMMARY
002771*    RECONCILES.
002772     05  CKPT-CONFLICT-COUNT         PIC 9(09).
002773     05  CKPT-DEPT-CONVERTED-COUNT   PIC 9(09).
002774     05  FILLER                      PIC X(05).
002775 
002776*-----------------------------------------------------------------
002780* AUDIT TRAIL - SHARED LAYOUT WITH PRIMEINQUIRY VIA COPYBOOK SO
002790* THE TWO PROGRAMS NEVER DRIFT APART.
002800*-----------------------------------------------------------------
003294     COPY PRMAUXR.
003295
003296*-----------------------------------------------------------------
003297* AUDIT CROSS-REFERENCE - KEYED BY REFERENCE ID OR DEPARTMENT,
003298* THEN TIMESTAMP, POSTED ON EVERY AUDIT WRITE THAT CARRIES A
003299* REQUESTOR SO PRIMEINQUIRY CAN ANSWER BY WORK ORDER OR BY
003300* DEPARTMENT.  SHARED LAYOUT VIA COPYBOOK WITH PRIMEAUDITINDEX
003301* AND PRIMEINQUIRY.
003302*-----------------------------------------------------------------
003303 FD  AUDIT-XREF-FILE.
003304 01  AUDIT-XREF-RECORD.
003305     COPY PRMRFXR.
003306
003307*-----------------------------------------------------------------
003308* RUN LOG - ONE RECORD PER CONTROL-CARD REQUEST, CUT AT REQUEST
003309* END OR ON THE ABORT PATH.  SHARED LAYOUT WITH PRIMERUNLOG VIA
003310* COPYBOOK SO THE TWO PROGRAMS NEVER DRIFT APART.
003311*-----------------------------------------------------------------
003312 FD  RUN-LOG-FILE.
003313 01  RUN-LOG-RECORD.
003314     COPY PRMRLGR.
003315
003316*-----------------------------------------------------------------
003317* COMPLETED-RANGE REGISTRY AND ITS PRIME TABLE - ONE KEYED ENTRY
003318* PER FROM/TO BLOCK A RANGE SCAN HAS RUN TO A NORMAL END, AND
003319* ONE KEYED RECORD PER PRIME THOSE SCANS FOUND.  A NUMBER A
003320* REGISTERED BLOCK COVERS IS SERVED FROM HERE INSTEAD OF
003321* RERUNNING THE TRIAL-DIVISION LOOP.
003322*-----------------------------------------------------------------
003323 FD  RANGE-REGISTRY-FILE.
003324 01  RANGE-REGISTRY-RECORD.
003325     COPY PRMRNGR.
003326
003327 FD  RANGE-PRIME-FILE.
003328 01  RANGE-PRIME-RECORD.
003329     COPY PRMRNPR.
003330
003331*-----------------------------------------------------------------
003332* PRIME ASSIGNMENT LEDGER - ONE KEYED RECORD PER PRIME HANDED TO
003333* THE ALLOCATION SYSTEM, NAMING THE DEPARTMENT THAT HOLDS IT.
003334* SHARED LAYOUT WITH PRIMEASSIGNRELEASE VIA COPYBOOK.
003335*-----------------------------------------------------------------
003336 FD  ASSIGNMENT-LEDGER-FILE.
003337 01  ASSIGNMENT-LEDGER-RECORD.
003338     COPY PRMASGR.
003339
003340*-----------------------------------------------------------------
003341* ASSIGNMENT-CONFLICT REPORT - ONE LINE PER PRIME WITHHELD OR
003342* PASSED OVER BECAUSE ANOTHER DEPARTMENT ALREADY HOLDS IT.
003343*-----------------------------------------------------------------
003344 FD  ASSIGNMENT-CONFLICT-REPORT.
003345 01  ASSIGNMENT-CONFLICT-RECORD      PIC X(132).
003346
003347*-----------------------------------------------------------------
003348* JOB STATUS FILE - ONE RECORD APPENDED PER RUN FOR THE MORNING
003349* DASHBOARD.  SHARED LAYOUT WITH PRIMEDASHBOARD VIA COPYBOOK.
003350*-----------------------------------------------------------------
003351 FD  JOB-STATUS-FILE.
003352 01  JOB-STATUS-RECORD.
003353     COPY PRMJSTR.
003354 WORKING-STORAGE SECTION.
003355*-----------------------------------------------------------------
003356* FILE STATUS SWITCHES
003357*-----------------------------------------------------------------
003358 01  WS-FILE-STATUSES.
003359     05  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
003360         88  CTL-STATUS-OK           VALUE '00'.
003361     05  WS-INPUT-STATUS             PIC X(02) VALUE SPACES.
003362         88  INPUT-STATUS-OK         VALUE '00'.
003370     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
003380         88  REPORT-STATUS-OK        VALUE '00'.
003390     05  WS-SUMMARY-STATUS           PIC X(02) VALUE SPACES.
003548         88  USAGE-STATUS-OK         VALUE '00'.
003551     05  WS-AUDIT-INDEX-STATUS       PIC X(02) VALUE SPACES.
003552         88  AUDIT-INDEX-STATUS-OK   VALUE '00'.
003553     05  WS-AUDIT-XREF-STATUS        PIC X(02) VALUE SPACES.
003554         88  AUDIT-XREF-STATUS-OK    VALUE '00'.
003555     05  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
003556         88  RUNLOG-STATUS-OK        VALUE '00'.
003557     05  WS-REGISTRY-STATUS          PIC X(02) VALUE SPACES.
003558         88  REGISTRY-STATUS-OK      VALUE '00'.
003559     05  WS-RANGE-PRIME-STATUS       PIC X(02) VALUE SPACES.
003560         88  RANGE-PRIME-STATUS-OK   VALUE '00'.
003561         88  RANGE-PRIME-NOT-FOUND   VALUE '23'.
003562         88  RANGE-PRIME-DUPLICATE   VALUE '22'.
003563     05  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
003564         88  LEDGER-STATUS-OK        VALUE '00'.
003565         88  LEDGER-NOT-FOUND        VALUE '23'.
003566     05  WS-CONFLICT-STATUS          PIC X(02) VALUE SPACES.
003567         88  CONFLICT-STATUS-OK      VALUE '00'.
003568     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
003569         88  JOBSTAT-STATUS-OK       VALUE '00'.
003570
003571 01  WS-SWITCHES.
003572     05  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
003580         88  END-OF-INPUT-FILE       VALUE 'Y'.
003590     05  WS-VALID-SW                 PIC X(01) VALUE 'Y'.
003600         88  RECORD-IS-VALID         VALUE 'Y'.
003838         88  USAGE-FILE-AVAILABLE    VALUE 'Y'.
003841     05  WS-AUDIT-INDEX-AVAIL-SW     PIC X(01) VALUE 'N'.
003842         88  AUDIT-INDEX-AVAILABLE   VALUE 'Y'.
003843     05  WS-AUDIT-XREF-AVAIL-SW      PIC X(01) VALUE 'N'.
003844         88  AUDIT-XREF-AVAILABLE    VALUE 'Y'.
003845     05  WS-RUNLOG-AVAIL-SW          PIC X(01) VALUE 'N'.
003846         88  RUNLOG-IS-AVAILABLE     VALUE 'Y'.
003847     05  WS-USAGE-SCAN-EOF-SW        PIC X(01) VALUE 'N'.
003848         88  END-OF-USAGE-SCAN       VALUE 'Y'.
003849     05  WS-QUOTA-REFUSED-SW         PIC X(01) VALUE 'N'.
003850         88  REQUEST-QUOTA-REFUSED   VALUE 'Y'.
003851     05  WS-REGISTRY-AVAIL-SW        PIC X(01) VALUE 'N'.
003852         88  REGISTRY-IS-AVAILABLE   VALUE 'Y'.
003853     05  WS-REGISTRY-EOF-SW          PIC X(01) VALUE 'N'.
003854         88  END-OF-REGISTRY-LOAD    VALUE 'Y'.
003855     05  WS-RNG-INCOMPLETE-SW        PIC X(01) VALUE 'N'.
003856         88  PRIME-TABLE-INCOMPLETE  VALUE 'Y'.
003857     05  WS-RNG-SEGMENT-SW           PIC X(01) VALUE 'U'.
003858         88  RNG-SEGMENT-UNKNOWN     VALUE 'U'.
003859         88  RNG-SEGMENT-SERVED      VALUE 'S'.
003860         88  RNG-SEGMENT-FRESH       VALUE 'F'.
003861     05  WS-RNG-NUMBER-SW            PIC X(01) VALUE 'F'.
003862         88  RNG-NUMBER-SERVED       VALUE 'S'.
003863     05  WS-RNG-COVER-SW             PIC X(01) VALUE 'N'.
003864         88  RNG-NUMBER-COVERED      VALUE 'Y'.
003865     05  WS-LEDGER-AVAIL-SW          PIC X(01) VALUE 'N'.
003866         88  LEDGER-IS-AVAILABLE     VALUE 'Y'.
003867     05  WS-LEDGER-SW                PIC X(01) VALUE 'N'.
003868         88  LEDGER-NOT-CHECKED      VALUE 'N'.
003869         88  LEDGER-NUMBER-FREE      VALUE 'F'.
003870         88  LEDGER-NUMBER-RELEASED  VALUE 'R'.
003871         88  LEDGER-NUMBER-OWNED     VALUE 'O'.
003872         88  LEDGER-NUMBER-CONFLICT  VALUE 'C'.
003873     05  WS-CONF-OPEN-SW             PIC X(01) VALUE 'N'.
003874         88  CONFLICTS-ARE-OPEN      VALUE 'Y'.
003875         88  CONFLICTS-CANNOT-OPEN   VALUE 'F'.
003876     05  WS-FREE-PRIME-SW            PIC X(01) VALUE 'N'.
003877         88  FREE-PRIME-FOUND        VALUE 'Y'.
003878
003879 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
003880 
003881 01  Num                             PIC 9(09) COMP-3.
003882 01  Divisor                         PIC 9(09) COMP-3.
003890 01  PrimeRemainder                  PIC 9(09) COMP-3.
003900 01  WS-QUOTIENT                     PIC 9(09) COMP-3.
003910 01  PRIME-FACTOR                    PIC 9(09) COMP-3 VALUE ZERO.
004100     05  WS-FRESH-CHECK-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
004110     05  WS-SUBSTITUTE-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
004120     05  WS-SUBFAIL-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
004122     05  WS-QUOTA-REJECT-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
004123     05  WS-RNG-SERVED-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
004124     05  WS-RNG-FRESH-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
004126     05  WS-CONFLICT-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
004128     05  WS-DEPT-CONVERTED-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
004130
004140 01  WS-SEARCH-ORIGIN                PIC 9(09) COMP-3 VALUE ZERO.
004150
004390     05  WS-GRAND-KNOWN-HIT-COUNT    PIC 9(09) COMP-3 VALUE ZERO.
004400     05  WS-GRAND-FRESH-CHECK-COUNT  PIC 9(09) COMP-3 VALUE ZERO.
004410     05  WS-GRAND-SUBSTITUTE-COUNT   PIC 9(09) COMP-3 VALUE ZERO.
004411     05  WS-GRAND-QUOTA-REJECT-COUNT PIC 9(09) COMP-3 VALUE ZERO.
004413     05  WS-GRAND-RNG-SERVED-COUNT   PIC 9(09) COMP-3 VALUE ZERO.
004414     05  WS-GRAND-RNG-FRESH-COUNT    PIC 9(09) COMP-3 VALUE ZERO.
004415     05  WS-GRAND-CONFLICT-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
004416     05  WS-GRAND-DEPT-CONVERTED-COUNT
004418                                 PIC 9(09) COMP-3 VALUE ZERO.
004420     05  WS-GRAND-LARGEST-PRIME      PIC 9(09) COMP-3 VALUE ZERO.
004430     05  WS-GRAND-SMALLEST-PRIME     PIC 9(09) COMP-3 VALUE ZERO.
004440     05  WS-GRAND-PRIME-SW           PIC X(01) VALUE 'Y'.
004650     05  WS-ANL-BLOCK-TO             PIC 9(09) COMP-3 VALUE ZERO.
004660
004670*-----------------------------------------------------------------
004671* RANGE-REGISTRY FIELDS - THE REGISTERED BLOCKS THAT OVERLAP THE
004672* CURRENT RANGE REQUEST, LOADED WHEN THE REQUEST STARTS, AND THE
004673* SEGMENT OF THE SCAN IN HAND - A RUN OF NUMBERS EITHER ALL
004674* COVERED BY THE REGISTRY OR ALL IN A GAP - AND WHERE IT ENDS.
004675* BLOCKS PAST THE END OF THE TABLE ARE NOT SERVED, ONLY SCANNED
004676* FRESH AGAIN, AND THE CONSOLE SAYS SO.
004677*-----------------------------------------------------------------
004678 01  WS-RNG-SEGMENT-TO               PIC 9(09) COMP-3 VALUE ZERO.
004679 01  WS-RNG-COVER-TO                 PIC 9(09) COMP-3 VALUE ZERO.
004680 01  WS-RNG-NEXT-FROM                PIC 9(10) COMP-3 VALUE ZERO.
004681 01  WS-RNG-COUNT                    PIC 9(04) COMP VALUE ZERO.
004682 01  WS-RX                           PIC 9(04) COMP VALUE ZERO.
004683 01  WS-RNG-TABLE.
004684     05  WS-RNG-ENTRY OCCURS 2000 TIMES.
004685         10  WS-RNT-FROM             PIC 9(09) COMP-3.
004686         10  WS-RNT-TO               PIC 9(09) COMP-3.
004687
004688*-----------------------------------------------------------------
004689* AUDIT TRAIL WORKING FIELDS - JOB ID IS THE JCL JOB NAME UNDER
004690* WHICH THIS RUN WAS SUBMITTED; THE TIMESTAMP IS BUILT FROM THE
004700* DATE AND TIME SPECIAL REGISTERS AT THE MOMENT CHECK-PRIME RUNS.
004710*-----------------------------------------------------------------
004760 01  WS-CURRENT-STAMP                PIC X(15) VALUE SPACES.
004770
004780*-----------------------------------------------------------------
004781* AUDIT CROSS-REFERENCE POSTING - THE KEY BEING POSTED AND THE
004782* ALLOCATION FLAG OF THE CHECK JUST AUDITED.
004783*-----------------------------------------------------------------
004784 01  WS-XREF-WANTED.
004785     05  WS-XREF-TYPE                PIC X(01) VALUE SPACES.
004786     05  WS-XREF-VALUE               PIC X(12) VALUE SPACES.
004787 01  WS-XREF-ALLOC-SW                PIC X(01) VALUE SPACES.
004788
004789*-----------------------------------------------------------------
004790* REQUESTOR FIELDS OFF THE CURRENT BATCH CARD - ECHOED ON THE
004800* DETAIL LINE AND CARRIED ONTO THE ALLOCATION EXTRACT SO THE
004810* ALLOCATION SYSTEM CAN ROUTE RESULTS WITHOUT PHONING US.
004814* SPACES OUTSIDE BATCH MODE AND FOR OLD-FORMAT CARDS.  THE
004819* MERGE NOTE IS SET WHEN THE CARD CARRIED A MERGED DEPT CODE AND
004825* WAS CONVERTED TO THE SUCCESSOR - IT RIDES ON THE REPORT LINES.
004830*-----------------------------------------------------------------
004840 01  WS-CUR-REQUESTOR.
004850     05  WS-CUR-DEPT-CODE            PIC X(04) VALUE SPACES.
004860     05  WS-CUR-REF-ID               PIC X(12) VALUE SPACES.
004862     05  WS-CUR-DEPT-NAME            PIC X(30) VALUE SPACES.
004863     05  WS-CUR-MERGE-NOTE           PIC X(18) VALUE SPACES.
004864 01  WS-CARD-MERGE-NOTE              PIC X(18) VALUE SPACES.
004865
004866*-----------------------------------------------------------------
004867* BILLABLE-EVENT CLASS FOR THE USAGE RECORD ABOUT TO BE CUT -
004868* SET BY THE CALLER OF 7850-WRITE-USAGE-PARA.
004869*-----------------------------------------------------------------
004870 01  WS-USAGE-EVENT                  PIC X(01) VALUE SPACES.
004871
004872*-----------------------------------------------------------------
004873* ASSIGNMENT LEDGER FIELDS - WHICH EXTRACT THE ASSIGNMENT ABOUT
004874* TO BE RECORDED CAME FROM ('A' PRMALOC, 'S' PRMSUBS), AND WHAT
004875* BECAME OF A PRIME THAT CLASHED - BOTH SET BY THE CALLER.
004876*-----------------------------------------------------------------
004877 01  WS-ASSIGN-SOURCE                PIC X(01) VALUE SPACES.
004878 01  WS-CONFLICT-ACTION              PIC X(22) VALUE SPACES.
004879
004880*-----------------------------------------------------------------
004881* MONTHLY ALLOWANCE TRACKING - MONTH-TO-DATE USAGE PER DEPT,
004882* PICKED UP FROM PRMUSE AT OPEN AND KEPT CURRENT AS THIS RUN
004883* CUTS ITS OWN USAGE RECORDS.  A DEPT PAST THE END OF THE TABLE
004884* IS NOT TRACKED AND SO NEVER REFUSED - SAID ONCE ON THE
004885* CONSOLE.  A STACK THAT WIDE HAS NEVER BEEN RUN.
004886*-----------------------------------------------------------------
004887 01  WS-QUOTA-MONTH                  PIC X(06) VALUE SPACES.
004888 01  WS-QUOTA-DEPT-WANTED            PIC X(04) VALUE SPACES.
004889 01  WS-QUOTA-EVENT                  PIC X(01) VALUE SPACES.
004890 01  WS-QUOTA-REQUIRED               PIC 9(09) COMP-3 VALUE ZERO.
004891 01  WS-QUOTA-REFUSED-DEPT           PIC X(04) VALUE SPACES.
004892 01  WS-QUOTA-COUNT                  PIC 9(04) COMP VALUE ZERO.
004893 01  WS-QX                           PIC 9(04) COMP VALUE ZERO.
004894 01  WS-QUOTA-FOUND                  PIC 9(04) COMP VALUE ZERO.
004895 01  WS-QUOTA-FULL-SW                PIC X(01) VALUE 'N'.
004896     88  QUOTA-TABLE-FULL            VALUE 'Y'.
004897 01  WS-QUOTA-TABLE.
004898     05  WS-QUOTA-ENTRY OCCURS 500 TIMES.
004899         10  WS-QTA-DEPT-CODE        PIC X(04).
004900         10  WS-QTA-FRESH-USED       PIC 9(09) COMP-3.
004901         10  WS-QTA-RANGE-USED       PIC 9(09) COMP-3.
004902         10  WS-QTA-SEARCH-USED      PIC 9(09) COMP-3.
004903         10  WS-QTA-NEEDED           PIC 9(09) COMP-3.
004904
004905*-----------------------------------------------------------------
004906* RUN-LOG WORKING FIELDS - THE STAMP TAKEN AS THE REQUEST
004907* STARTED AND THE END STATUS THE LOG RECORD IS CUT WITH.
004908*-----------------------------------------------------------------
004909 01  WS-RUN-START-STAMP              PIC X(15) VALUE SPACES.
004910 01  WS-RUN-END-STATUS               PIC X(01) VALUE 'N'.
004911
004912*-----------------------------------------------------------------
004913* REPORT LINE LAYOUT - BUILT IN WORKING-STORAGE, MOVED TO THE FD
004914* RECORD IMMEDIATELY BEFORE EACH WRITE.
004915*-----------------------------------------------------------------
004920 01  WS-DETAIL-LINE.
004930     05  DTL-NUM                     PIC ZZZZZZZZ9.
004940     05  FILLER                      PIC X(02) VALUE SPACES.
005020     05  DTL-REF-ID                  PIC X(12) VALUE SPACES.
005030     05  FILLER                      PIC X(02) VALUE SPACES.
005032     05  DTL-DEPT-NAME               PIC X(30) VALUE SPACES.
005034     05  FILLER                      PIC X(02) VALUE SPACES.
005036     05  DTL-MERGE-NOTE              PIC X(18) VALUE SPACES.
005037     05  FILLER                      PIC X(02) VALUE SPACES.
005040
005050 01  WS-SUMMARY-DETAIL-LINE.
005060     05  SUM-LABEL                   PIC X(40) VALUE SPACES.
005220     05  EXC-REF-ID                   PIC X(12) VALUE SPACES.
005230     05  FILLER                       PIC X(10) VALUE SPACES.
005232     05  EXC-DEPT-NAME                PIC X(30) VALUE SPACES.
005234     05  FILLER                       PIC X(02) VALUE SPACES.
005236     05  EXC-MERGE-NOTE               PIC X(18) VALUE SPACES.
005237     05  FILLER                       PIC X(02) VALUE SPACES.
005240
005250 01  WS-REQUEST-HEADER-LINE.
005260     05  FILLER                      PIC X(11)
005762     05  SBL-DEPT-NAME               PIC X(30) VALUE SPACES.
005764     05  FILLER                      PIC X(22) VALUE SPACES.
005770
005771*-----------------------------------------------------------------
005772* ASSIGNMENT-CONFLICT REPORT LINES - THE PRIME, WHAT BECAME OF
005773* IT, THE REQUEST AND REQUESTOR THAT WANTED IT, AND THE LEDGER
005774* ENTRY OF THE DEPARTMENT THAT ALREADY HOLDS IT.
005775*-----------------------------------------------------------------
005776 01  WS-CONFLICT-HEADING.
005777     05  FILLER                      PIC X(34)
005778         VALUE 'PRIME      ACTION                 '.
005779     05  FILLER                      PIC X(30)
005780         VALUE 'REQ  WANTED BY              '.
005781     05  FILLER                      PIC X(35)
005782         VALUE 'HELD BY          SINCE'.
005783     05  FILLER                      PIC X(33) VALUE SPACES.
005784
005785 01  WS-CONFLICT-LINE.
005786     05  CFL-NUM                     PIC ZZZZZZZZ9.
005787     05  FILLER                      PIC X(02) VALUE SPACES.
005788     05  CFL-ACTION                  PIC X(22) VALUE SPACES.
005789     05  FILLER                      PIC X(01) VALUE SPACES.
005790     05  CFL-REQUEST-SEQ             PIC ZZ9.
005791     05  FILLER                      PIC X(02) VALUE SPACES.
005792     05  CFL-DEPT-CODE               PIC X(04) VALUE SPACES.
005793     05  FILLER                      PIC X(01) VALUE SPACES.
005794     05  CFL-REF-ID                  PIC X(12) VALUE SPACES.
005795     05  FILLER                      PIC X(08) VALUE SPACES.
005796     05  CFL-HELD-DEPT               PIC X(04) VALUE SPACES.
005797     05  FILLER                      PIC X(01) VALUE SPACES.
005798     05  CFL-HELD-REF                PIC X(12) VALUE SPACES.
005799     05  FILLER                      PIC X(01) VALUE SPACES.
005800     05  CFL-HELD-STAMP              PIC X(15) VALUE SPACES.
005801     05  FILLER                      PIC X(01) VALUE SPACES.
005802     05  CFL-HELD-JOB                PIC X(08) VALUE SPACES.
005803     05  FILLER                      PIC X(26) VALUE SPACES.
005804
005805*-----------------------------------------------------------------
005806* JOB STATUS STAMP - WHEN THIS RUN ENDED, FOR ITS STATUS RECORD.
005807*-----------------------------------------------------------------
005808 01  WS-JOBSTAT-DATE                 PIC 9(08) VALUE ZERO.
005809 01  WS-JOBSTAT-TIME                 PIC 9(08) VALUE ZERO.
005810 01  WS-JOBSTAT-ABORT-SW             PIC X(01) VALUE 'N'.
005811     88  JOBSTAT-RUN-ABORTED         VALUE 'Y'.
005812 PROCEDURE DIVISION.
005813 
005814******************************************************************
005815* 0000-MAIN-PARA
005820* MAINLINE - READ THE CONTROL CARD, RUN THE MODE IT SELECTED.
005830******************************************************************
005840 0000-MAIN-PARA.
005850     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
005860     PERFORM 1500-OPEN-AUDIT-PARA THRU 1500-EXIT.
005862     PERFORM 1560-OPEN-AUDIT-INDEX-PARA THRU 1560-EXIT.
005866     PERFORM 1570-OPEN-AUDIT-XREF-PARA THRU 1570-EXIT.
005870     PERFORM 1600-OPEN-ALLOCATION-PARA THRU 1600-EXIT.
005871     PERFORM 1650-OPEN-USAGE-PARA THRU 1650-EXIT.
005872     PERFORM 1700-OPEN-DEPT-PARA THRU 1700-EXIT.
005873     PERFORM 1680-OPEN-RUNLOG-PARA THRU 1680-EXIT.
005876     PERFORM 1750-OPEN-LEDGER-PARA THRU 1750-EXIT.
005880     PERFORM 2000-PROCESS-CONTROL-PARA THRU 2000-EXIT.
005890     IF REPORTS-ARE-OPEN
005900         PERFORM 2900-GRAND-SUMMARY-PARA THRU 2900-EXIT
006041     IF AUDIT-INDEX-AVAILABLE
006042         CLOSE AUDIT-INDEX-FILE
006043     END-IF.
006044     IF AUDIT-XREF-AVAILABLE
006045         CLOSE AUDIT-XREF-FILE
006046     END-IF.
006047     IF RUNLOG-IS-AVAILABLE
006048         CLOSE RUN-LOG-FILE
006049     END-IF.
006050     IF LEDGER-IS-AVAILABLE
006051         CLOSE ASSIGNMENT-LEDGER-FILE
006052     END-IF.
006053     IF CONFLICTS-ARE-OPEN
006054         CLOSE ASSIGNMENT-CONFLICT-REPORT
006055     END-IF.
006056     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
006057     STOP RUN.
006058 
006060******************************************************************
006070* 1000-INITIALIZE-PARA
006080* READS THE FIRST CARD OF THE CONTROL STACK AND LEAVES THE FILE
006605     EXIT.
006606
006607******************************************************************
006608* 1570-OPEN-AUDIT-XREF-PARA
006609* OPENS THE AUDIT CROSS-REFERENCE FOR KEYED POSTING, CREATED ON
006610* FIRST USE VIA THE OPEN-OUTPUT FALLBACK IDIOM.  CHECKS AUDITED
006611* BEFORE IT EXISTED ARE PICKED UP BY A PRIMEAUDITINDEX RUN.  AN
006612* UNOPENABLE CROSS-REFERENCE SUSPENDS POSTING FOR THE RUN - THE
006613* TRAIL ITSELF STILL CARRIES THE REQUESTOR ON EVERY RECORD.
006614******************************************************************
006615 1570-OPEN-AUDIT-XREF-PARA.
006616     OPEN I-O AUDIT-XREF-FILE.
006617     IF NOT AUDIT-XREF-STATUS-OK
006618         OPEN OUTPUT AUDIT-XREF-FILE
006619         CLOSE AUDIT-XREF-FILE
006620         OPEN I-O AUDIT-XREF-FILE
006621         IF AUDIT-XREF-STATUS-OK
006622             DISPLAY 'AUDIT-XREF-FILE (PRMREFX) CREATED EMPTY'
006623                 ' - PRIOR CHECKS ARE NOT CROSS-REFERENCED'
006624         END-IF
006625     END-IF.
006626     IF AUDIT-XREF-STATUS-OK
006627         SET AUDIT-XREF-AVAILABLE TO TRUE
006628     ELSE
006629         MOVE 'N' TO WS-AUDIT-XREF-AVAIL-SW
006630         DISPLAY 'AUDIT-XREF-FILE (PRMREFX) UNAVAILABLE -'
006631             ' STATUS ' WS-AUDIT-XREF-STATUS
006632         DISPLAY 'CROSS-REFERENCE POSTING SUSPENDED - REBUILD'
006633             ' WITH PRIMEAUDITINDEX AFTER THE RUN'
006634     END-IF.
006635 1570-EXIT.
006636     EXIT.
006637
006638******************************************************************
006639* 1600-OPEN-ALLOCATION-PARA
006640* OPENS PRIME-ALLOCATION-EXTRACT FOR APPEND, THE SAME OPEN-EXTEND-
006641* WITH-OPEN-OUTPUT-FALLBACK IDIOM USED FOR PRIME-AUDIT-FILE.
006642******************************************************************
006643 1600-OPEN-ALLOCATION-PARA.
006650     OPEN EXTEND PRIME-ALLOCATION-EXTRACT.
006660     IF NOT ALLOCATION-STATUS-OK
006670         OPEN OUTPUT PRIME-ALLOCATION-EXTRACT
006717* SHORT, NOT THE CHECKING ITSELF WRONG.
006720******************************************************************
006721 1650-OPEN-USAGE-PARA.
006722     PERFORM 1660-LOAD-QUOTA-USAGE-PARA THRU 1660-EXIT.
006723     OPEN EXTEND PRIME-USAGE-FILE.
006724     IF NOT USAGE-STATUS-OK
006725         OPEN OUTPUT PRIME-USAGE-FILE
006726     END-IF.
006727     IF USAGE-STATUS-OK
006728         SET USAGE-FILE-AVAILABLE TO TRUE
006729     ELSE
006730         MOVE 'N' TO WS-USAGE-AVAIL-SW
006731         DISPLAY 'PRIME-USAGE-FILE (PRMUSE) UNAVAILABLE -'
006732             ' STATUS ' WS-USAGE-STATUS
006733         DISPLAY '*** USAGE RECORDING SUSPENDED - BILLING FOR'
006735     END-IF.
006736 1650-EXIT.
006737     EXIT.
006738
006739******************************************************************
006740* 1660-LOAD-QUOTA-USAGE-PARA
006741* PICKS UP EACH DEPARTMENT'S MONTH-TO-DATE USAGE FROM PRMUSE
006742* AHEAD OF THE APPEND - THE SAME PRE-APPEND SCAN THE AUDIT
006743* TRAIL GETS FOR ITS SEAL SEQUENCE - SO THE MONTHLY ALLOWANCES
006744* ARE ENFORCED AGAINST WHAT EARLIER RUNS THIS MONTH ALREADY
006745* USED.  NO USAGE FILE YET IS A MONTH WITH NOTHING USED.
006746******************************************************************
006747 1660-LOAD-QUOTA-USAGE-PARA.
006748     PERFORM 7650-BUILD-STAMP-PARA THRU 7650-EXIT.
006749     MOVE WS-CURRENT-STAMP(1:6) TO WS-QUOTA-MONTH.
006750     OPEN INPUT PRIME-USAGE-FILE.
006751     IF USAGE-STATUS-OK
006752         PERFORM 1665-SCAN-USAGE-PARA THRU 1665-EXIT
006753             UNTIL END-OF-USAGE-SCAN
006754         CLOSE PRIME-USAGE-FILE
006755     END-IF.
006756 1660-EXIT.
006757     EXIT.
006758
006759 1665-SCAN-USAGE-PARA.
006760     READ PRIME-USAGE-FILE
006761         AT END
006762             SET END-OF-USAGE-SCAN TO TRUE
006763         NOT AT END
006764             IF USE-TIMESTAMP(1:6) = WS-QUOTA-MONTH
006765                 MOVE USE-DEPT-CODE TO WS-QUOTA-DEPT-WANTED
006766                 MOVE USE-EVENT-TYPE TO WS-QUOTA-EVENT
006767                 PERFORM 7870-POST-QUOTA-PARA THRU 7870-EXIT
006768             END-IF
006769     END-READ.
006770 1665-EXIT.
006771     EXIT.
006772
006773******************************************************************
006774* 1680-OPEN-RUNLOG-PARA
006775* OPENS THE CUMULATIVE RUN LOG FOR APPEND WITH THE SAME OPEN-
006776* EXTEND-FALLBACK IDIOM THE AUDIT TRAIL USES.  A LOG THAT
006777* STILL CANNOT OPEN SUSPENDS LOGGING AND SAYS SO - THE NIGHT'S
006778* HISTORY WOULD BE SHORT, NOT THE CHECKING ITSELF WRONG.
006779******************************************************************
006780 1680-OPEN-RUNLOG-PARA.
006781     OPEN EXTEND RUN-LOG-FILE.
006782     IF NOT RUNLOG-STATUS-OK
006783         OPEN OUTPUT RUN-LOG-FILE
006784     END-IF.
006785     IF RUNLOG-STATUS-OK
006786         SET RUNLOG-IS-AVAILABLE TO TRUE
006787     ELSE
006788         MOVE 'N' TO WS-RUNLOG-AVAIL-SW
006789         DISPLAY 'RUN-LOG-FILE (PRMRLOG) UNAVAILABLE -'
006790             ' STATUS ' WS-RUNLOG-STATUS
006791         DISPLAY 'RUN LOGGING SUSPENDED FOR THIS JOB'
006792     END-IF.
006793 1680-EXIT.
006794     EXIT.
006795
006796******************************************************************
006797* 1700-OPEN-DEPT-PARA
006798* OPENS THE DEPARTMENT REFERENCE MASTER FOR KEYED LOOKUPS.  AN
006799* UNOPENABLE PRMDEPT DEGRADES THE RUN TO ACCEPTING DEPT CODES
006800* UNVERIFIED, AS BEFORE THE FILE EXISTED - THE SAME DEGRADATION
006801* IDIOM THE PRIME-RESULT MASTER USES.
006802******************************************************************
006803 1700-OPEN-DEPT-PARA.
006804     OPEN INPUT DEPT-REFERENCE-FILE.
006805     IF DEPT-STATUS-OK
006806         SET DEPT-FILE-AVAILABLE TO TRUE
006807     ELSE
006808         MOVE 'N' TO WS-DEPT-AVAIL-SW
006809         DISPLAY 'DEPT-REFERENCE-FILE (PRMDEPT) UNAVAILABLE -'
006810             ' STATUS ' WS-DEPT-STATUS
006811         DISPLAY 'DEPT CODES WILL BE ACCEPTED UNVERIFIED'
006812     END-IF.
006813 1700-EXIT.
006814     EXIT.
006815
006816******************************************************************
006817* 1750-OPEN-LEDGER-PARA
006818* OPENS THE PRIME ASSIGNMENT LEDGER FOR KEYED LOOKUP AND
006819* POSTING, CREATED ON FIRST USE VIA THE OPEN-OUTPUT FALLBACK
006820* IDIOM.  AN UNOPENABLE LEDGER DEGRADES THE RUN TO WRITING THE
006821* EXTRACTS UNCHECKED, AS BEFORE THE LEDGER EXISTED, AND SAYS SO
006822* LOUDLY - THE NIGHT'S PRIMES MUST THEN BE CHECKED BY HAND
006823* AGAINST WHAT THE OTHER DEPARTMENTS HOLD.
006824******************************************************************
006825 1750-OPEN-LEDGER-PARA.
006826     OPEN I-O ASSIGNMENT-LEDGER-FILE.
006827     IF NOT LEDGER-STATUS-OK
006828         OPEN OUTPUT ASSIGNMENT-LEDGER-FILE
006829         CLOSE ASSIGNMENT-LEDGER-FILE
006830         OPEN I-O ASSIGNMENT-LEDGER-FILE
006831     END-IF.
006832     IF LEDGER-STATUS-OK
006833         SET LEDGER-IS-AVAILABLE TO TRUE
006834     ELSE
006835         MOVE 'N' TO WS-LEDGER-AVAIL-SW
006836         DISPLAY 'ASSIGNMENT-LEDGER-FILE (PRMASGN) UNAVAILABLE -'
006837             ' STATUS ' WS-LEDGER-STATUS
006838         DISPLAY '*** PRIMES WILL BE ALLOCATED UNCHECKED - THIS'
006839             ' RUN CAN DOUBLE-ASSIGN A NUMBER ***'
006840     END-IF.
006841 1750-EXIT.
006842     EXIT.
006843
006844******************************************************************
006845* 2000-PROCESS-CONTROL-PARA
006846* RUNS EVERY CONTROL CARD IN THE STACK IN SEQUENCE - ONE JOB
006847* SUBMISSION NOW COVERS WHAT USED TO TAKE ONE JOB PER CARD.
006848******************************************************************
006849 2000-PROCESS-CONTROL-PARA.
006850     PERFORM 2100-RUN-REQUEST-PARA THRU 2100-EXIT
006851         UNTIL NO-MORE-REQUESTS.
006852 2000-EXIT.
006853     EXIT.
006854 
006855******************************************************************
006856* 3000-SINGLE-MODE-PARA
006857* ORIGINAL INTERACTIVE BEHAVIOR - ONE ACCEPT, ONE ANSWER.
006860******************************************************************
006870 3000-SINGLE-MODE-PARA.
006880     DISPLAY 'ENTER A NUMBER TO CHECK IF IT IS PRIME: '.
006960         PERFORM 7000-CHECK-PRIME-PARA THRU 7000-EXIT
006970         IF NUMBER-IS-PRIME
006980             DISPLAY Num ' is a prime number'
006982             IF LEDGER-NUMBER-CONFLICT
006984                 DISPLAY '  ALREADY ASSIGNED TO DEPT '
006985                     ASG-DEPT-CODE ' - NOT ALLOCATED'
006987             END-IF
006990         ELSE
007000             DISPLAY Num ' is not a prime number, factor '
007010                 PRIME-FACTOR
008450* CARD AND REMAINS ACCEPTED.  A DEPT CODE PRESENT IS VERIFIED
008452* AGAINST THE DEPARTMENT REFERENCE MASTER WHEN IT IS AVAILABLE
008454* - NOT ON FILE OR DEACTIVATED IS REJECTED, AND A GOOD CODE
008455* PICKS UP ITS DEPARTMENT NAME FOR THE REPORT LINES.  A DEPT
008456* ALREADY AT ITS MONTHLY ALLOWANCE IS REFUSED AHEAD OF THE
008458* LOOKUP, SO THE CARD NEVER REACHES THE CHECK.  THE MERGE NOTE
008459* STARTS FROM THE CONTROL CARD'S (SET BY 2050 ON A NEXT-PRIME
008460* REQUEST, BLANK IN BATCH MODE); 4140 REPLACES IT WHEN THE
008461* CARD'S OWN DEPT CODE IS THE ONE CONVERTED.
008462******************************************************************
008470 4150-VALIDATE-INPUT-PARA.
008480     SET RECORD-IS-VALID TO TRUE.
008490     MOVE SPACES TO WS-REJECT-REASON.
008492     MOVE SPACES TO WS-CUR-DEPT-NAME.
008496     MOVE WS-CARD-MERGE-NOTE TO WS-CUR-MERGE-NOTE.
008500     IF IN-NUM-TEXT = SPACES
008510         SET RECORD-IS-INVALID TO TRUE
008520         MOVE 'BLANK RECORD REJECTED' TO WS-REJECT-REASON
008792     IF RECORD-IS-VALID
008794        AND IN-DEPT-CODE NOT = SPACES
008796        AND DEPT-FILE-AVAILABLE
008797         PERFORM 4140-CONVERT-MERGED-PARA THRU 4140-EXIT
008798         PERFORM 4160-QUOTA-CHECK-PARA THRU 4160-EXIT
008799         IF RECORD-IS-VALID
008800             PERFORM 4170-DEPT-LOOKUP-PARA THRU 4170-EXIT
008801         END-IF
008802     END-IF.
008803 4150-EXIT.
008804     EXIT.
008805
008806******************************************************************
008807* 4140-CONVERT-MERGED-PARA
008808* A CARD CARRYING A DEPT CODE THAT HAS BEEN MERGED (PRIMEDEPTMAINT
008809* 'M', EFFECTIVE ON OR BEFORE TODAY) IS CONVERTED TO THE SUCCESSOR
008810* BEFORE THE QUOTA CHECK AND THE LOOKUP, SO IT IS WEIGHED,
008811* VALIDATED, CHECKED AND BILLED AS THE SUCCESSOR'S.  THE OLD CODE
008812* GOES ON THE DETAIL OR EXCEPTION LINE AS A NOTE.  A CODE NOT ON
008813* FILE IS LEFT FOR 4170 TO REJECT.
008814******************************************************************
008815 4140-CONVERT-MERGED-PARA.
008816     MOVE IN-DEPT-CODE TO DPT-CODE.
008817     READ DEPT-REFERENCE-FILE
008818         INVALID KEY
008819             GO TO 4140-EXIT
008820     END-READ.
008821     IF DPT-SUCCESSOR-CODE = SPACES
008822        OR DPT-MERGE-DATE NOT NUMERIC
008823        OR DPT-MERGE-DATE > WS-STAMP-DATE
008824         GO TO 4140-EXIT
008825     END-IF.
008826     ADD 1 TO WS-DEPT-CONVERTED-COUNT.
008827     MOVE SPACES TO WS-CUR-MERGE-NOTE.
008828     STRING 'WAS ' DELIMITED BY SIZE
008829            IN-DEPT-CODE DELIMITED BY SIZE
008830            ' - MERGED' DELIMITED BY SIZE
008831         INTO WS-CUR-MERGE-NOTE.
008832     MOVE DPT-SUCCESSOR-CODE TO IN-DEPT-CODE.
008833 4140-EXIT.
008834     EXIT.
008835
008836******************************************************************
008837* 4170-DEPT-LOOKUP-PARA
008838* KEYED LOOKUP OF THE CARD'S DEPT CODE ON THE DEPARTMENT
008839* REFERENCE MASTER.  NOT ON FILE OR DEACTIVATED REJECTS THE
008840* CARD; A GOOD CODE CARRIES ITS DEPARTMENT NAME ONTO THE
008841* DETAIL AND EXCEPTION LINES SO A REVIEWER DOES NOT HAVE TO
008842* MEMORIZE CODES.
008843******************************************************************
008844 4170-DEPT-LOOKUP-PARA.
008845     MOVE IN-DEPT-CODE TO DPT-CODE.
008846     READ DEPT-REFERENCE-FILE
008847         INVALID KEY
008848             SET RECORD-IS-INVALID TO TRUE
008849             MOVE 'DEPT CODE NOT ON REF FILE'
008850                 TO WS-REJECT-REASON
008851         NOT INVALID KEY
008852             IF DPT-IS-INACTIVE
008853                 SET RECORD-IS-INVALID TO TRUE
008854                 MOVE 'DEPT CODE IS INACTIVE'
008855                     TO WS-REJECT-REASON
008856             ELSE
008857                 MOVE DPT-NAME TO WS-CUR-DEPT-NAME
008858             END-IF
008859     END-READ.
008860 4170-EXIT.
008861     EXIT.
008862
008863******************************************************************
008864* 4160-QUOTA-CHECK-PARA
008865* REFUSES A CARD WHOSE DEPARTMENT HAS ALREADY USED ITS MONTHLY
008866* FRESH-CHECK ALLOWANCE - AND, ON A NEXT-PRIME REQUEST, ITS
008867* SEARCH ALLOWANCE - SO THE CARD GOES TO THE EXCEPTION REPORT
008868* 'QUOTA EXCEEDED' INSTEAD OF ON THROUGH THE DEPT LOOKUP.  A
008869* CODE NOT ON FILE IS LEFT FOR 4170 TO REJECT, AND NO
008870* ALLOWANCE SET IS NO LIMIT.
008871******************************************************************
008872 4160-QUOTA-CHECK-PARA.
008873     MOVE IN-DEPT-CODE TO DPT-CODE.
008874     READ DEPT-REFERENCE-FILE
008875         INVALID KEY
008876             CONTINUE
008877     END-READ.
008878     IF NOT DEPT-STATUS-OK
008879         GO TO 4160-EXIT
008880     END-IF.
008881     MOVE IN-DEPT-CODE TO WS-QUOTA-DEPT-WANTED.
008882     PERFORM 7880-FIND-QUOTA-PARA THRU 7880-EXIT.
008883     IF WS-QUOTA-FOUND = 0
008884         GO TO 4160-EXIT
008885     END-IF.
008886     IF DPT-FRESH-ALLOWANCE NUMERIC
008887        AND WS-QTA-FRESH-USED(WS-QUOTA-FOUND)
008888            NOT < DPT-FRESH-ALLOWANCE
008889         SET RECORD-IS-INVALID TO TRUE
008890     END-IF.
008891     IF CTL-MODE-NEXTPRIME
008892        AND DPT-SEARCH-ALLOWANCE NUMERIC
008893        AND WS-QTA-SEARCH-USED(WS-QUOTA-FOUND)
008894            NOT < DPT-SEARCH-ALLOWANCE
008895         SET RECORD-IS-INVALID TO TRUE
008896     END-IF.
008897     IF RECORD-IS-INVALID
008898         MOVE 'QUOTA EXCEEDED' TO WS-REJECT-REASON
008899         MOVE DPT-NAME TO WS-CUR-DEPT-NAME
008900         ADD 1 TO WS-QUOTA-REJECT-COUNT
008901     END-IF.
008902 4160-EXIT.
008903     EXIT.
008904
008905******************************************************************
008906* 4200-WRITE-EXCEPTION-PARA
008907* LOGS A REJECTED BATCH RECORD TO PRIME-EXCEPTION-REPORT AND
008908* LETS THE RUN CONTINUE WITH THE NEXT RECORD.
008909******************************************************************
008910 4200-WRITE-EXCEPTION-PARA.
008911     ADD 1 TO WS-REJECT-COUNT.
008912     MOVE WS-RECORDS-READ TO EXC-RECORD-NUM.
008913     MOVE IN-NUM-TEXT TO EXC-RAW-VALUE.
008920     MOVE WS-REJECT-REASON TO EXC-REASON.
008930     MOVE IN-DEPT-CODE TO EXC-DEPT-CODE.
008940     MOVE IN-REF-ID TO EXC-REF-ID.
008942     MOVE WS-CUR-DEPT-NAME TO EXC-DEPT-NAME.
008946     MOVE WS-CUR-MERGE-NOTE TO EXC-MERGE-NOTE.
008950     MOVE WS-EXCEPTION-LINE TO PRIME-EXCEPTION-RECORD.
008960     WRITE PRIME-EXCEPTION-RECORD.
008970 4200-EXIT.
009211     MOVE WS-ANL-PRIME-COUNT TO CKPT-ANL-PRIME-COUNT.
009212     MOVE WS-ANL-BLOCK-COUNT TO CKPT-ANL-BLOCK-COUNT.
009213     MOVE WS-ANL-PRIME-SW TO CKPT-ANL-PRIME-SW.
009214     MOVE WS-QUOTA-REJECT-COUNT TO CKPT-QUOTA-REJECT-COUNT.
009215     MOVE WS-RNG-SERVED-COUNT TO CKPT-RNG-SERVED-COUNT.
009216     MOVE WS-RNG-FRESH-COUNT TO CKPT-RNG-FRESH-COUNT.
009217     MOVE WS-RNG-INCOMPLETE-SW TO CKPT-RNG-INCOMPLETE-SW.
009218     MOVE WS-CONFLICT-COUNT TO CKPT-CONFLICT-COUNT.
009219     MOVE WS-DEPT-CONVERTED-COUNT TO CKPT-DEPT-CONVERTED-COUNT.
009220     WRITE PRIME-CHECKPOINT-RECORD.
009221     CLOSE PRIME-CHECKPOINT-FILE.
009230 4350-EXIT.
009240     EXIT.
009250 
009360     ELSE
009362         PERFORM 5020-SET-REQUESTOR-PARA THRU 5020-EXIT
009370         PERFORM 5050-INIT-ANALYTICS-PARA THRU 5050-EXIT
009371         PERFORM 5030-OPEN-REGISTRY-PARA THRU 5030-EXIT
009372         MOVE ZERO TO WS-RESTART-FROM-NUM
009373         MOVE 'N' TO WS-CKPT-RESTORED-SW
009374         MOVE CTL-FROM-NUM TO WS-RANGE-START
009375         IF CTL-RESTART-YES
009376             PERFORM 4050-READ-CHECKPOINT-PARA THRU 4050-EXIT
009377*            RESUME FROM THE CANDIDATE AFTER THE LAST ONE THE
009378*            PRIOR RUN COMMITTED, NOT FROM CTL-FROM-NUM - AND
009379*            ONLY WHEN 4060 ACTUALLY RESTORED A CHECKPOINT FOR
009380*            THIS REQUEST AND MODE, SO A MISSING OR REJECTED
009381*            CHECKPOINT RUNS THE SCAN FROM THE TOP.
009382             IF CHECKPOINT-RESTORED
009383                AND WS-RESTART-FROM-NUM >= CTL-FROM-NUM
009384                AND WS-RESTART-FROM-NUM <= CTL-TO-NUM
009385                 COMPUTE WS-RANGE-START =
009386                     WS-RESTART-FROM-NUM + 1
009387             END-IF
009388         END-IF
009389         PERFORM 5100-CHECK-RANGE-PARA THRU 5100-EXIT
009390             VARYING Num FROM WS-RANGE-START BY 1
009400             UNTIL Num > CTL-TO-NUM
009410         PERFORM 5900-ANALYTICS-SUMMARY-PARA THRU 5900-EXIT
009411*        THE SCAN REACHED CTL-TO-NUM - ONLY NOW IS THE BLOCK
009412*        REGISTERED.  AN ABORTED SCAN NEVER GETS THIS FAR.
009413         PERFORM 5800-REGISTER-BLOCK-PARA THRU 5800-EXIT
009414         IF REGISTRY-IS-AVAILABLE
009415             CLOSE RANGE-REGISTRY-FILE
009416             CLOSE RANGE-PRIME-FILE
009417             MOVE 'N' TO WS-REGISTRY-AVAIL-SW
009418         END-IF
009420     END-IF.
009430     PERFORM 4900-SUMMARY-PARA THRU 4900-EXIT.
009440 5000-EXIT.
009482 5020-EXIT.
009483     EXIT.
009484
009485******************************************************************
009486* 5030-OPEN-REGISTRY-PARA
009487* OPENS THE COMPLETED-RANGE REGISTRY AND ITS PRIME TABLE, BOTH
009488* CREATED ON FIRST USE VIA THE OPEN-OUTPUT FALLBACK IDIOM, AND
009489* LOADS THE REGISTERED BLOCKS THAT OVERLAP THIS REQUEST.  EITHER
009490* FILE UNOPENABLE DEGRADES THE SCAN TO CHECKING EVERY NUMBER
009491* FRESH, AS BEFORE THE REGISTRY EXISTED, AND NOTHING IS FILED.
009492******************************************************************
009493 5030-OPEN-REGISTRY-PARA.
009494     MOVE 'N' TO WS-REGISTRY-AVAIL-SW.
009495     MOVE 'N' TO WS-RNG-INCOMPLETE-SW.
009496     MOVE 'U' TO WS-RNG-SEGMENT-SW.
009497     MOVE ZERO TO WS-RNG-SEGMENT-TO.
009498     MOVE ZERO TO WS-RNG-COUNT.
009499     OPEN I-O RANGE-REGISTRY-FILE.
009500     IF NOT REGISTRY-STATUS-OK
009501         OPEN OUTPUT RANGE-REGISTRY-FILE
009502         CLOSE RANGE-REGISTRY-FILE
009503         OPEN I-O RANGE-REGISTRY-FILE
009504     END-IF.
009505     IF NOT REGISTRY-STATUS-OK
009506         DISPLAY 'RANGE-REGISTRY-FILE (PRMRNG) UNAVAILABLE -'
009507             ' STATUS ' WS-REGISTRY-STATUS
009508         DISPLAY 'ALL RANGE NUMBERS WILL BE SCANNED FRESH'
009509         GO TO 5030-EXIT
009510     END-IF.
009511     OPEN I-O RANGE-PRIME-FILE.
009512     IF NOT RANGE-PRIME-STATUS-OK
009513         OPEN OUTPUT RANGE-PRIME-FILE
009514         CLOSE RANGE-PRIME-FILE
009515         OPEN I-O RANGE-PRIME-FILE
009516     END-IF.
009517     IF NOT RANGE-PRIME-STATUS-OK
009518         DISPLAY 'RANGE-PRIME-FILE (PRMRNGP) UNAVAILABLE -'
009519             ' STATUS ' WS-RANGE-PRIME-STATUS
009520         DISPLAY 'ALL RANGE NUMBERS WILL BE SCANNED FRESH'
009521         CLOSE RANGE-REGISTRY-FILE
009522         GO TO 5030-EXIT
009523     END-IF.
009524     SET REGISTRY-IS-AVAILABLE TO TRUE.
009525     MOVE 'N' TO WS-REGISTRY-EOF-SW.
009526     PERFORM 5040-LOAD-REGISTRY-PARA THRU 5040-EXIT
009527         UNTIL END-OF-REGISTRY-LOAD.
009528 5030-EXIT.
009529     EXIT.
009530
009531******************************************************************
009532* 5040-LOAD-REGISTRY-PARA
009533* ONE REGISTRY ENTRY, IN FROM-NUMBER ORDER.  AN ENTRY ENDING
009534* BELOW CTL-FROM-NUM IS PASSED OVER, AND THE FIRST ONE STARTING
009535* PAST CTL-TO-NUM ENDS THE LOAD - NOTHING BEYOND IT CAN OVERLAP.
009536******************************************************************
009537 5040-LOAD-REGISTRY-PARA.
009538     READ RANGE-REGISTRY-FILE NEXT RECORD
009539         AT END
009540             SET END-OF-REGISTRY-LOAD TO TRUE
009541         NOT AT END
009542             IF RNG-FROM-NUM > CTL-TO-NUM
009543                 SET END-OF-REGISTRY-LOAD TO TRUE
009544             ELSE
009545                 IF RNG-TO-NUM >= CTL-FROM-NUM
009546                     PERFORM 5045-TABLE-ENTRY-PARA THRU 5045-EXIT
009547                 END-IF
009548             END-IF
009549     END-READ.
009550 5040-EXIT.
009551     EXIT.
009552
009553 5045-TABLE-ENTRY-PARA.
009554     IF WS-RNG-COUNT < 2000
009555         ADD 1 TO WS-RNG-COUNT
009556         MOVE RNG-FROM-NUM TO WS-RNT-FROM(WS-RNG-COUNT)
009557         MOVE RNG-TO-NUM TO WS-RNT-TO(WS-RNG-COUNT)
009558     ELSE
009559         DISPLAY 'RANGE REGISTRY TABLE FULL AT BLOCK '
009560             RNG-FROM-NUM ' - LATER BLOCKS ARE SCANNED FRESH'
009561         SET END-OF-REGISTRY-LOAD TO TRUE
009562     END-IF.
009563 5045-EXIT.
009564     EXIT.
009565
009566******************************************************************
009567* 5100-CHECK-RANGE-PARA
009568* ONE NUMBER OF THE RANGE.  A NUMBER A REGISTERED BLOCK COVERS
009569* IS SERVED FROM THE REGISTRY; ANY OTHER IS CHECKED FRESH AND,
009570* IF PRIME, FILED ON THE PRIME TABLE.  EITHER WAY THE SAME
009571* AUDIT, EXTRACT, REPORT, AND ANALYTICS OUTPUT FOLLOWS.
009572******************************************************************
009573 5100-CHECK-RANGE-PARA.
009574     ADD 1 TO WS-RECORDS-READ.
009575     IF RNG-SEGMENT-UNKNOWN OR Num > WS-RNG-SEGMENT-TO
009576         PERFORM 5300-FIND-SEGMENT-PARA THRU 5300-EXIT
009577     END-IF.
009578     MOVE WS-RNG-SEGMENT-SW TO WS-RNG-NUMBER-SW.
009579     IF Num <= 1
009580         MOVE 'NO' TO IsPrime
009581         MOVE ZERO TO PRIME-FACTOR
009582         PERFORM 7700-WRITE-AUDIT-PARA THRU 7700-EXIT
009583     ELSE
009584         IF RNG-NUMBER-SERVED
009585             PERFORM 5150-SERVE-REGISTRY-PARA THRU 5150-EXIT
009586         ELSE
009587             PERFORM 7000-CHECK-PRIME-PARA THRU 7000-EXIT
009588             PERFORM 5170-FILE-PRIME-PARA THRU 5170-EXIT
009589         END-IF
009590     END-IF.
009591     PERFORM 5200-TRACK-ANALYTICS-PARA THRU 5200-EXIT.
009592     IF NUMBER-IS-PRIME
009593         PERFORM 7500-WRITE-DETAIL-PARA THRU 7500-EXIT
009594     END-IF.
009600     PERFORM 7600-UPDATE-COUNTERS-PARA THRU 7600-EXIT.
009601     IF RNG-NUMBER-SERVED
009602         ADD 1 TO WS-RNG-SERVED-COUNT
009603         MOVE 'K' TO WS-USAGE-EVENT
009604     ELSE
009605         ADD 1 TO WS-RNG-FRESH-COUNT
009606         MOVE 'R' TO WS-USAGE-EVENT
009607     END-IF.
009608     PERFORM 7850-WRITE-USAGE-PARA THRU 7850-EXIT.
009609     PERFORM 4350-WRITE-CHECKPOINT-PARA THRU 4350-EXIT.
009610 5100-EXIT.
009611     EXIT.
009612 
009613******************************************************************
009614* 5150-SERVE-REGISTRY-PARA
009615* SERVES A COVERED NUMBER FROM THE REGISTRY - PRIME WHEN IT IS
009616* ON THE PRIME TABLE, NOT PRIME WHEN IT IS NOT - AND WRITES THE
009617* SAME AUDIT AND ALLOCATION RECORDS 7000 WOULD.  A NOT-PRIME
009618* NUMBER'S SMALLEST FACTOR COMES OFF THE AUDIT SIDE INDEX, WHICH
009619* THE SCAN THAT REGISTERED THE BLOCK POSTED.  A PRIME TABLE THAT
009620* CANNOT BE READ, OR A NOT-PRIME NUMBER WHOSE FACTOR THE INDEX
009621* CANNOT SUPPLY, FALLS BACK TO A FRESH CHECK OF THE NUMBER - SO
009622* NO AUDIT RECORD EVER CARRIES A FACTOR OF ZERO FOR A COMPOSITE.
009623******************************************************************
009624 5150-SERVE-REGISTRY-PARA.
009625     MOVE Num TO RNP-NUM.
009626     READ RANGE-PRIME-FILE
009627         INVALID KEY
009628             CONTINUE
009629     END-READ.
009630     EVALUATE TRUE
009631         WHEN RANGE-PRIME-STATUS-OK
009632             MOVE 'YES' TO IsPrime
009633             MOVE ZERO TO PRIME-FACTOR
009634         WHEN RANGE-PRIME-NOT-FOUND
009635             MOVE 'NO' TO IsPrime
009636             PERFORM 5160-INDEXED-FACTOR-PARA THRU 5160-EXIT
009637             IF PRIME-FACTOR = ZERO
009638                 MOVE 'F' TO WS-RNG-NUMBER-SW
009639                 PERFORM 7000-CHECK-PRIME-PARA THRU 7000-EXIT
009640                 GO TO 5150-EXIT
009641             END-IF
009642         WHEN OTHER
009643             DISPLAY 'RANGE-PRIME-FILE (PRMRNGP) READ FAILED FOR '
009644                 Num ' - STATUS ' WS-RANGE-PRIME-STATUS
009645                 ' - CHECKED FRESH'
009646             MOVE 'F' TO WS-RNG-NUMBER-SW
009647             PERFORM 7000-CHECK-PRIME-PARA THRU 7000-EXIT
009648             GO TO 5150-EXIT
009649     END-EVALUATE.
009650     PERFORM 7700-WRITE-AUDIT-PARA THRU 7700-EXIT.
009651     IF NUMBER-IS-PRIME AND NOT ALLOC-SUPPRESSED
009652         PERFORM 7800-WRITE-ALLOCATION-PARA THRU 7800-EXIT
009653     END-IF.
009654 5150-EXIT.
009655     EXIT.
009656
009657******************************************************************
009658* 5160-INDEXED-FACTOR-PARA
009659* THE SMALLEST FACTOR OF A REGISTRY-SERVED NOT-PRIME NUMBER, FROM
009660* THE AUDIT SIDE INDEX.  NO INDEX, NO ENTRY, OR A FACTOR THAT IS
009661* NOT NUMERIC LEAVES PRIME-FACTOR ZERO FOR 5150 TO CHECK FRESH.
009662******************************************************************
009663 5160-INDEXED-FACTOR-PARA.
009664     MOVE ZERO TO PRIME-FACTOR.
009665     IF NOT AUDIT-INDEX-AVAILABLE
009666         GO TO 5160-EXIT
009667     END-IF.
009668     MOVE Num TO AUX-NUM.
009669     READ AUDIT-INDEX-FILE
009670         INVALID KEY
009671             CONTINUE
009672         NOT INVALID KEY
009673             IF AUX-PRIME-FACTOR NUMERIC
009674                 MOVE AUX-PRIME-FACTOR TO PRIME-FACTOR
009675             END-IF
009676     END-READ.
009677 5160-EXIT.
009678     EXIT.
009679
009680******************************************************************
009681* 5170-FILE-PRIME-PARA
009682* FILES A PRIME THE SCAN JUST FOUND FRESH ON THE PRIME TABLE,
009683* UNDER THIS REQUEST'S FROM NUMBER.  ONE ALREADY ON FILE (AN
009684* OVERLAPPING OR RESTARTED SCAN) IS LEFT AS IT IS.  ANY OTHER
009685* FAILURE MARKS THE TABLE INCOMPLETE FOR THIS BLOCK, WHICH IS
009686* THEN NOT REGISTERED - A COVERED NUMBER MISSING FROM THE TABLE
009687* WOULD BE SERVED AS NOT PRIME.
009688******************************************************************
009689 5170-FILE-PRIME-PARA.
009690     IF NOT REGISTRY-IS-AVAILABLE OR NOT NUMBER-IS-PRIME
009691         GO TO 5170-EXIT
009692     END-IF.
009693     MOVE SPACES TO RANGE-PRIME-RECORD.
009694     MOVE Num TO RNP-NUM.
009695     MOVE CTL-FROM-NUM TO RNP-FROM-NUM.
009696     MOVE WS-CURRENT-STAMP TO RNP-TIMESTAMP.
009697     WRITE RANGE-PRIME-RECORD
009698         INVALID KEY
009699             CONTINUE
009700     END-WRITE.
009701     IF NOT RANGE-PRIME-STATUS-OK
009702        AND NOT RANGE-PRIME-DUPLICATE
009703         IF NOT PRIME-TABLE-INCOMPLETE
009704             DISPLAY 'RANGE-PRIME-FILE (PRMRNGP) WRITE FAILED'
009705                 ' FOR ' Num ' - STATUS ' WS-RANGE-PRIME-STATUS
009706             DISPLAY 'THIS BLOCK WILL NOT BE REGISTERED'
009707         END-IF
009708         SET PRIME-TABLE-INCOMPLETE TO TRUE
009709     END-IF.
009710 5170-EXIT.
009711     EXIT.
009712
009713******************************************************************
009714* 5300-FIND-SEGMENT-PARA
009715* WORKS OUT THE SEGMENT THE SCAN HAS JUST ENTERED.  IF A LOADED
009716* BLOCK COVERS Num THE SEGMENT IS SERVED AND RUNS TO THE
009717* FURTHEST END OF THE BLOCKS COVERING IT; OTHERWISE IT IS A GAP
009718* RUNNING UP TO THE NEXT BLOCK THAT STARTS ABOVE Num.  EITHER WAY
009719* IT STOPS AT CTL-TO-NUM.  LOOKED UP ONCE PER SEGMENT, NOT ONCE
009720* PER NUMBER.
009721******************************************************************
009722 5300-FIND-SEGMENT-PARA.
009723     MOVE 'N' TO WS-RNG-COVER-SW.
009724     MOVE ZERO TO WS-RNG-COVER-TO.
009725     COMPUTE WS-RNG-NEXT-FROM = CTL-TO-NUM + 1.
009726     IF REGISTRY-IS-AVAILABLE
009727         PERFORM 5310-SCAN-SEGMENT-PARA THRU 5310-EXIT
009728             VARYING WS-RX FROM 1 BY 1
009729             UNTIL WS-RX > WS-RNG-COUNT
009730     END-IF.
009731     IF RNG-NUMBER-COVERED
009732         SET RNG-SEGMENT-SERVED TO TRUE
009733         IF WS-RNG-COVER-TO < CTL-TO-NUM
009734             MOVE WS-RNG-COVER-TO TO WS-RNG-SEGMENT-TO
009735         ELSE
009736             MOVE CTL-TO-NUM TO WS-RNG-SEGMENT-TO
009737         END-IF
009738     ELSE
009739         SET RNG-SEGMENT-FRESH TO TRUE
009740         COMPUTE WS-RNG-SEGMENT-TO = WS-RNG-NEXT-FROM - 1
009741     END-IF.
009742 5300-EXIT.
009743     EXIT.
009744
009745 5310-SCAN-SEGMENT-PARA.
009746     IF WS-RNT-FROM(WS-RX) <= Num
009747         IF WS-RNT-TO(WS-RX) >= Num
009748             SET RNG-NUMBER-COVERED TO TRUE
009749             IF WS-RNT-TO(WS-RX) > WS-RNG-COVER-TO
009750                 MOVE WS-RNT-TO(WS-RX) TO WS-RNG-COVER-TO
009751             END-IF
009752         END-IF
009753     ELSE
009754         IF WS-RNT-FROM(WS-RX) < WS-RNG-NEXT-FROM
009755             MOVE WS-RNT-FROM(WS-RX) TO WS-RNG-NEXT-FROM
009756         END-IF
009757     END-IF.
009758 5310-EXIT.
009759     EXIT.
009760
009761******************************************************************
009762* 5800-REGISTER-BLOCK-PARA
009763* REGISTERS THE BLOCK A RANGE SCAN HAS JUST RUN TO ITS NORMAL
009764* END.  A BLOCK ALREADY REGISTERED FROM THE SAME FROM NUMBER IS
009765* EXTENDED WHEN THIS SCAN REACHED FURTHER, AND LEFT ALONE WHEN
009766* IT DID NOT.  A SCAN SERVED ENTIRELY FROM THE REGISTRY LEARNED
009767* NOTHING NEW AND FILES NOTHING, AND A BLOCK WHOSE PRIMES DID
009768* NOT ALL REACH THE PRIME TABLE IS NEVER REGISTERED.
009769******************************************************************
009770 5800-REGISTER-BLOCK-PARA.
009771     IF NOT REGISTRY-IS-AVAILABLE
009772        OR WS-RNG-FRESH-COUNT = ZERO
009773         GO TO 5800-EXIT
009774     END-IF.
009775     IF PRIME-TABLE-INCOMPLETE
009776         DISPLAY 'RANGE ' CTL-FROM-NUM ' - ' CTL-TO-NUM
009777             ' NOT REGISTERED - PRIME TABLE INCOMPLETE'
009778         GO TO 5800-EXIT
009779     END-IF.
009780     PERFORM 7650-BUILD-STAMP-PARA THRU 7650-EXIT.
009781     MOVE CTL-FROM-NUM TO RNG-FROM-NUM.
009782     READ RANGE-REGISTRY-FILE
009783         INVALID KEY
009784             MOVE SPACES TO RANGE-REGISTRY-RECORD
009785             MOVE CTL-FROM-NUM TO RNG-FROM-NUM
009786             MOVE CTL-TO-NUM TO RNG-TO-NUM
009787             MOVE WS-PRIME-COUNT TO RNG-PRIME-COUNT
009788             MOVE WS-CURRENT-STAMP TO RNG-TIMESTAMP
009789             MOVE WS-JOB-ID TO RNG-JOB-ID
009790             MOVE WS-CUR-DEPT-CODE TO RNG-DEPT-CODE
009791             MOVE WS-CUR-REF-ID TO RNG-REF-ID
009792             WRITE RANGE-REGISTRY-RECORD
009793         NOT INVALID KEY
009794             IF RNG-TO-NUM < CTL-TO-NUM
009795                 MOVE CTL-TO-NUM TO RNG-TO-NUM
009796                 MOVE WS-PRIME-COUNT TO RNG-PRIME-COUNT
009797                 MOVE WS-CURRENT-STAMP TO RNG-TIMESTAMP
009798                 MOVE WS-JOB-ID TO RNG-JOB-ID
009799                 MOVE WS-CUR-DEPT-CODE TO RNG-DEPT-CODE
009800                 MOVE WS-CUR-REF-ID TO RNG-REF-ID
009801                 REWRITE RANGE-REGISTRY-RECORD
009802             END-IF
009803     END-READ.
009804     IF NOT REGISTRY-STATUS-OK
009805         DISPLAY 'RANGE-REGISTRY-FILE (PRMRNG) NOT UPDATED FOR '
009806             CTL-FROM-NUM ' - STATUS ' WS-REGISTRY-STATUS
009807     END-IF.
009808 5800-EXIT.
009809     EXIT.
009810
009811******************************************************************
009812* 4900-SUMMARY-PARA
009813* WRITES THE END-OF-JOB CONTROL-TOTALS SUMMARY REPORT SO A DAY'S
009814* BATCH CAN BE RECONCILED WITHOUT COUNTING DISPLAY LINES BY HAND.
009815******************************************************************
009816 4900-SUMMARY-PARA.
009817     MOVE 'PRIME CHECKER - RUN CONTROL TOTALS' TO SUM-LABEL.
009818     MOVE ZERO TO SUM-VALUE.
009819     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
009820     WRITE PRIME-SUMMARY-RECORD.
009821 
009822     MOVE 'TOTAL RECORDS READ' TO SUM-LABEL.
009823     MOVE WS-RECORDS-READ TO SUM-VALUE.
009824     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
009825     WRITE PRIME-SUMMARY-RECORD.
009826 
009827     MOVE 'TOTAL FLAGGED PRIME (ISPRIME = YES)' TO SUM-LABEL.
009828     MOVE WS-PRIME-COUNT TO SUM-VALUE.
009829     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
009830     WRITE PRIME-SUMMARY-RECORD.
009840 
009850     MOVE 'TOTAL FLAGGED NOT PRIME (ISPRIME = NO)' TO SUM-LABEL.
010030     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
010040     WRITE PRIME-SUMMARY-RECORD.
010050
010051     MOVE 'OF WHICH REFUSED - QUOTA EXCEEDED' TO SUM-LABEL.
010052     MOVE WS-QUOTA-REJECT-COUNT TO SUM-VALUE.
010053     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
010054     WRITE PRIME-SUMMARY-RECORD.
010055
010056     MOVE 'PRIMES HELD ELSEWHERE (SEE PRMCONF)' TO SUM-LABEL.
010057     MOVE WS-CONFLICT-COUNT TO SUM-VALUE.
010058     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
010059     WRITE PRIME-SUMMARY-RECORD.
010060
010061     MOVE 'MERGED DEPT CODES CONVERTED TO SUCCESSOR'
010062         TO SUM-LABEL.
010063     MOVE WS-DEPT-CONVERTED-COUNT TO SUM-VALUE.
010064     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
010065     WRITE PRIME-SUMMARY-RECORD.
010066
010067     IF CTL-MODE-BATCH
010070         PERFORM 4950-MASTER-SUMMARY-PARA THRU 4950-EXIT
010080     END-IF.
010090     IF CTL-MODE-NEXTPRIME
010100         PERFORM 4960-SUBSTITUTE-SUMMARY-PARA THRU 4960-EXIT
010102     END-IF.
010104     IF CTL-MODE-RANGE
010107         PERFORM 4970-REGISTRY-SUMMARY-PARA THRU 4970-EXIT
010110     END-IF.
010120 4900-EXIT.
010130     EXIT.
010880     MOVE Num TO DTL-NUM.
010890     IF NUMBER-IS-PRIME
010900         MOVE 'IS A PRIME NUMBER' TO DTL-RESULT-TEXT
010902         IF LEDGER-NUMBER-CONFLICT
010904             MOVE 'PRIME - HELD ELSEWHERE' TO DTL-RESULT-TEXT
010907         END-IF
010910         MOVE SPACES TO DTL-FACTOR-LABEL
010920         MOVE ZERO TO DTL-FACTOR-VALUE
010930     ELSE
011030     MOVE WS-CUR-DEPT-CODE TO DTL-DEPT-CODE.
011040     MOVE WS-CUR-REF-ID TO DTL-REF-ID.
011042     MOVE WS-CUR-DEPT-NAME TO DTL-DEPT-NAME.
011046     MOVE WS-CUR-MERGE-NOTE TO DTL-MERGE-NOTE.
011050     MOVE WS-DETAIL-LINE TO PRIME-REPORT-RECORD.
011060     WRITE PRIME-REPORT-RECORD.
011070     DISPLAY WS-DETAIL-LINE.
011120* 7700-WRITE-AUDIT-PARA
011130* APPENDS ONE PRIME-AUDIT-FILE RECORD FOR THIS CHECK-PRIME-PARA
011140* CALL - THE NUMBER TESTED, THE RESULT, AND WHEN AND UNDER WHAT
011150* JOB IT WAS CHECKED, AND FOR WHICH DEPARTMENT AND WORK ORDER.
011160******************************************************************
011170 7700-WRITE-AUDIT-PARA.
011180     PERFORM 7650-BUILD-STAMP-PARA THRU 7650-EXIT.
011290     MOVE ZERO TO AUD-SEAL-COUNT.
011292*    BALANCING FIELDS - 'Y' MARKS A CHECK WHOSE RESULT GOES ON
011294*    THE ALLOCATION EXTRACT, AND THE REQUEST SEQUENCE TIES THE
011295*    RECORD TO ITS PRMRPT SECTION AND EXTRACT ROWS.  A PRIME
011296*    IS LOOKED UP ON THE ASSIGNMENT LEDGER HERE, AHEAD OF THE
011297*    EXTRACT WRITE, SO THE FLAG SAYS 'W' WHEN ANOTHER DEPT
011298*    HOLDS IT AND NO ROW WILL FOLLOW.
011299     IF NUMBER-IS-PRIME
011300         PERFORM 7810-CHECK-LEDGER-PARA THRU 7810-EXIT
011301     ELSE
011302         MOVE 'N' TO WS-LEDGER-SW
011303     END-IF.
011304     EVALUATE TRUE
011305         WHEN NUMBER-NOT-PRIME
011306             MOVE 'N' TO AUD-ALLOC-SW
011307         WHEN LEDGER-NUMBER-CONFLICT
011308             SET AUD-ALLOC-WITHHELD TO TRUE
011309         WHEN ALLOC-SUPPRESSED
011310             MOVE 'N' TO AUD-ALLOC-SW
011311         WHEN OTHER
011312             SET AUD-WROTE-ALLOCATION TO TRUE
011313     END-EVALUATE.
011314     MOVE WS-REQUEST-SEQ TO AUD-REQUEST-SEQ.
011315     MOVE WS-CUR-DEPT-CODE TO AUD-DEPT-CODE.
011316     MOVE WS-CUR-REF-ID TO AUD-REF-ID.
011317     MOVE AUD-ALLOC-SW TO WS-XREF-ALLOC-SW.
011318     WRITE PRIME-AUDIT-RECORD.
011319     PERFORM 7750-POST-INDEX-PARA THRU 7750-EXIT.
011320     PERFORM 7760-POST-XREF-PARA THRU 7760-EXIT.
011321 7700-EXIT.
011322     EXIT.
011323
011324******************************************************************
011325* 7750-POST-INDEX-PARA
011326* POSTS THE CHECK JUST AUDITED TO THE AUDIT SIDE INDEX - A NEW
011327* NUMBER GETS A FRESH RECORD WITH COUNT 1, A KNOWN NUMBER GETS
011328* ITS RESULT, TIMESTAMP, AND RUNNING COUNT REFRESHED IN PLACE.
011329* NOTHING IS POSTED WHEN THE INDEX IS SUSPENDED.
011330******************************************************************
011331 7750-POST-INDEX-PARA.
011332     IF NOT AUDIT-INDEX-AVAILABLE
011333         GO TO 7750-EXIT
011334     END-IF.
011335     MOVE Num TO AUX-NUM.
011336     READ AUDIT-INDEX-FILE
011337         INVALID KEY
011338             MOVE SPACES TO AUDIT-INDEX-RECORD
011339             MOVE Num TO AUX-NUM
011340             MOVE IsPrime TO AUX-IS-PRIME
011341             MOVE PRIME-FACTOR TO AUX-PRIME-FACTOR
011342             MOVE WS-CURRENT-STAMP TO AUX-LAST-TIMESTAMP
011343             MOVE 1 TO AUX-CHECK-COUNT
011358     EXIT.
011359
011361******************************************************************
011362* 7760-POST-XREF-PARA
011363* POSTS THE CHECK JUST AUDITED TO THE CROSS-REFERENCE - ONCE
011364* UNDER ITS REFERENCE ID AND ONCE UNDER ITS DEPARTMENT, WHICHEVER
011365* THE REQUEST CARRIED.  AN OLD-FORMAT CARD WITH NEITHER POSTS
011366* NOTHING.  NOTHING IS POSTED WHEN THE CROSS-REFERENCE IS
011367* SUSPENDED.
011368******************************************************************
011369 7760-POST-XREF-PARA.
011370     IF NOT AUDIT-XREF-AVAILABLE
011371         GO TO 7760-EXIT
011372     END-IF.
011373     IF WS-CUR-REF-ID NOT = SPACES
011374         MOVE 'R' TO WS-XREF-TYPE
011375         MOVE WS-CUR-REF-ID TO WS-XREF-VALUE
011376         PERFORM 7765-WRITE-XREF-PARA THRU 7765-EXIT
011377     END-IF.
011378     IF WS-CUR-DEPT-CODE NOT = SPACES
011379         MOVE 'D' TO WS-XREF-TYPE
011380         MOVE SPACES TO WS-XREF-VALUE
011381         MOVE WS-CUR-DEPT-CODE TO WS-XREF-VALUE(1:4)
011382         PERFORM 7765-WRITE-XREF-PARA THRU 7765-EXIT
011383     END-IF.
011384 7760-EXIT.
011385     EXIT.
011386
011387******************************************************************
011388* 7765-WRITE-XREF-PARA
011389* ONE CROSS-REFERENCE RECORD.  THE KEY ENDS IN THE TIMESTAMP AND
011390* AUDIT SEQUENCE, SO A DUPLICATE CAN ONLY BE THIS SAME CHECK
011391* ALREADY POSTED - IT IS LEFT AS IT STANDS.
011392******************************************************************
011393 7765-WRITE-XREF-PARA.
011394     MOVE SPACES TO AUDIT-XREF-RECORD.
011395     MOVE WS-XREF-TYPE TO XRF-KEY-TYPE.
011396     MOVE WS-XREF-VALUE TO XRF-KEY-VALUE.
011397     MOVE WS-CURRENT-STAMP TO XRF-TIMESTAMP.
011398     MOVE WS-AUDIT-SEQ TO XRF-SEQ-NUM.
011399     MOVE Num TO XRF-NUM.
011400     MOVE IsPrime TO XRF-IS-PRIME.
011401     MOVE PRIME-FACTOR TO XRF-PRIME-FACTOR.
011402     MOVE WS-XREF-ALLOC-SW TO XRF-ALLOC-SW.
011403     MOVE WS-JOB-ID TO XRF-JOB-ID.
011404     MOVE WS-CUR-DEPT-CODE TO XRF-DEPT-CODE.
011405     MOVE WS-CUR-REF-ID TO XRF-REF-ID.
011406     WRITE AUDIT-XREF-RECORD
011407         INVALID KEY
011408             CONTINUE
011409     END-WRITE.
011410 7765-EXIT.
011411     EXIT.
011412
011413******************************************************************
011414* 7860-WRITE-RUNLOG-PARA
011415* CUTS THE RUN-LOG RECORD FOR THE REQUEST JUST ENDED - START
011416* AND END STAMPS, THE RUN CONTROL TOTALS, AND THE END STATUS
011417* THE CALLER SET.  NOTHING IS CUT WHEN LOGGING IS SUSPENDED.
011418******************************************************************
011419 7860-WRITE-RUNLOG-PARA.
011420     IF NOT RUNLOG-IS-AVAILABLE
011421         GO TO 7860-EXIT
011422     END-IF.
011423     PERFORM 7650-BUILD-STAMP-PARA THRU 7650-EXIT.
011424     MOVE SPACES TO RUN-LOG-RECORD.
011425     MOVE WS-JOB-ID TO LOG-JOB-ID.
011426     MOVE WS-REQUEST-SEQ TO LOG-REQUEST-SEQ.
011427     MOVE CTL-RUN-MODE TO LOG-RUN-MODE.
011428     MOVE WS-RUN-START-STAMP TO LOG-START-STAMP.
011429     MOVE WS-CURRENT-STAMP TO LOG-END-STAMP.
011430     MOVE WS-RECORDS-READ TO LOG-RECORDS-READ.
011431     MOVE WS-PRIME-COUNT TO LOG-PRIME-COUNT.
011432     MOVE WS-NOT-PRIME-COUNT TO LOG-NOT-PRIME-COUNT.
011433     MOVE WS-REJECT-COUNT TO LOG-REJECT-COUNT.
011434     MOVE WS-KNOWN-HIT-COUNT TO LOG-KNOWN-HIT-COUNT.
011435     MOVE WS-FRESH-CHECK-COUNT TO LOG-FRESH-CHECK-COUNT.
011436     MOVE WS-RUN-END-STATUS TO LOG-END-STATUS.
011437     WRITE RUN-LOG-RECORD.
011438 7860-EXIT.
011439     EXIT.
011440
011441******************************************************************
011442* 7800-WRITE-ALLOCATION-PARA
011443* APPENDS ONE PRIME-ALLOCATION-EXTRACT RECORD FOR AN ISPRIME = YES
011444* RESULT, USING THE SAME TIMESTAMP JUST BUILT FOR THE AUDIT TRAIL,
011445* SO THE ALLOCATION SYSTEM CAN PICK UP QUALIFYING NUMBERS DIRECTLY
011446* INSTEAD OF HAVING THEM RETYPED IN FROM THE DISPLAY.  THE
011447* LEDGER CHECK 7700 JUST MADE DECIDES FIRST - A PRIME ANOTHER
011448* DEPT HOLDS IS WITHHELD ONTO THE CONFLICT REPORT, AND ANY
011449* OTHER ROW WRITTEN IS RECORDED ON THE LEDGER.
011450******************************************************************
011451 7800-WRITE-ALLOCATION-PARA.
011452     IF LEDGER-NUMBER-CONFLICT
011453         MOVE 'ALLOCATION WITHHELD' TO WS-CONFLICT-ACTION
011454         PERFORM 7830-WRITE-CONFLICT-PARA THRU 7830-EXIT
011455         GO TO 7800-EXIT
011456     END-IF.
011457     MOVE SPACES TO PRIME-ALLOCATION-RECORD.
011458     MOVE Num TO ALC-NUM.
011459     MOVE WS-CURRENT-STAMP TO ALC-TIMESTAMP.
011460     MOVE WS-CUR-DEPT-CODE TO ALC-DEPT-CODE.
011461     MOVE WS-CUR-REF-ID TO ALC-REF-ID.
011462     MOVE WS-REQUEST-SEQ TO ALC-REQUEST-SEQ.
011470     WRITE PRIME-ALLOCATION-RECORD.
011473     MOVE 'A' TO WS-ASSIGN-SOURCE.
011476     PERFORM 7820-RECORD-ASSIGNMENT-PARA THRU 7820-EXIT.
011480 7800-EXIT.
011481     EXIT.
011482
011483******************************************************************
011484* 7810-CHECK-LEDGER-PARA
011485* LOOKS Num UP ON THE ASSIGNMENT LEDGER FOR THE CURRENT DEPT -
011486* FREE (NEVER ASSIGNED), RELEASED, ALREADY THIS DEPT'S (A RERUN
011487* OR A RESTART GOING OVER ITS OWN GROUND), OR HELD BY ANOTHER
011488* DEPT.  ONLY THE LAST IS A CONFLICT.  A SUSPENDED LEDGER, OR A
011489* READ THAT FAILS OUTRIGHT, LEAVES THE NUMBER UNCHECKED.
011490******************************************************************
011491 7810-CHECK-LEDGER-PARA.
011492     MOVE 'N' TO WS-LEDGER-SW.
011493     IF NOT LEDGER-IS-AVAILABLE
011494         GO TO 7810-EXIT
011495     END-IF.
011496     MOVE Num TO ASG-NUM.
011497     READ ASSIGNMENT-LEDGER-FILE
011498         INVALID KEY
011499             CONTINUE
011500     END-READ.
011501     EVALUATE TRUE
011502         WHEN LEDGER-NOT-FOUND
011503             SET LEDGER-NUMBER-FREE TO TRUE
011504         WHEN NOT LEDGER-STATUS-OK
011505             DISPLAY 'ASSIGNMENT-LEDGER-FILE (PRMASGN) READ'
011506                 ' FAILED FOR ' Num ' - STATUS ' WS-LEDGER-STATUS
011507         WHEN ASG-IS-RELEASED
011508             SET LEDGER-NUMBER-RELEASED TO TRUE
011509         WHEN ASG-DEPT-CODE = WS-CUR-DEPT-CODE
011510             SET LEDGER-NUMBER-OWNED TO TRUE
011511         WHEN OTHER
011512             SET LEDGER-NUMBER-CONFLICT TO TRUE
011513     END-EVALUATE.
011514 7810-EXIT.
011515     EXIT.
011516
011517******************************************************************
011518* 7820-RECORD-ASSIGNMENT-PARA
011519* RECORDS THE PRIME JUST WRITTEN TO AN EXTRACT AGAINST THE
011520* CURRENT DEPT - A NEW LEDGER RECORD FOR A FREE NUMBER, THE
011521* RELEASED RECORD OVERWRITTEN IN PLACE FOR A RELEASED ONE.  A
011522* NUMBER THIS DEPT ALREADY HOLDS KEEPS ITS ORIGINAL ASSIGNMENT.
011523******************************************************************
011524 7820-RECORD-ASSIGNMENT-PARA.
011525     IF NOT LEDGER-NUMBER-FREE AND NOT LEDGER-NUMBER-RELEASED
011526         GO TO 7820-EXIT
011527     END-IF.
011528     MOVE SPACES TO ASSIGNMENT-LEDGER-RECORD.
011529     MOVE Num TO ASG-NUM.
011530     MOVE WS-CUR-DEPT-CODE TO ASG-DEPT-CODE.
011531     MOVE WS-CUR-REF-ID TO ASG-REF-ID.
011532     MOVE WS-CURRENT-STAMP TO ASG-TIMESTAMP.
011533     MOVE WS-JOB-ID TO ASG-JOB-ID.
011534     MOVE WS-ASSIGN-SOURCE TO ASG-SOURCE.
011535     MOVE WS-REQUEST-SEQ TO ASG-REQUEST-SEQ.
011536     SET ASG-IS-ASSIGNED TO TRUE.
011537     MOVE ZERO TO ASG-RELEASE-DATE.
011538     IF LEDGER-NUMBER-FREE
011539         WRITE ASSIGNMENT-LEDGER-RECORD
011540             INVALID KEY
011541                 DISPLAY 'ASSIGNMENT-LEDGER-FILE (PRMASGN)'
011542                     ' WRITE FAILED FOR ' Num ' - STATUS '
011543                     WS-LEDGER-STATUS
011544         END-WRITE
011545     ELSE
011546         REWRITE ASSIGNMENT-LEDGER-RECORD
011547             INVALID KEY
011548                 DISPLAY 'ASSIGNMENT-LEDGER-FILE (PRMASGN)'
011549                     ' REWRITE FAILED FOR ' Num ' - STATUS '
011550                     WS-LEDGER-STATUS
011551         END-REWRITE
011552     END-IF.
011553 7820-EXIT.
011554     EXIT.
011555
011556******************************************************************
011557* 7830-WRITE-CONFLICT-PARA
011558* ONE ASSIGNMENT-CONFLICT LINE FOR THE PRIME 7810 FOUND HELD BY
011559* ANOTHER DEPT, WITH WHAT BECAME OF IT (CALLER'S ACTION TEXT)
011560* AND THE LEDGER ENTRY THAT BLOCKED IT.  THE REPORT IS OPENED
011561* ON THE FIRST CLASH OF THE JOB - EXTENDED ON A RESTART, AS THE
011562* DETAIL REPORT IS - AND ONE THAT CANNOT OPEN STILL LEAVES THE
011563* PRIME WITHHELD AND COUNTED, JUST NOT LISTED.
011564******************************************************************
011565 7830-WRITE-CONFLICT-PARA.
011566     ADD 1 TO WS-CONFLICT-COUNT.
011567     IF CONFLICTS-CANNOT-OPEN
011568         GO TO 7830-EXIT
011569     END-IF.
011570     IF NOT CONFLICTS-ARE-OPEN
011571         PERFORM 7835-OPEN-CONFLICTS-PARA THRU 7835-EXIT
011572         IF CONFLICTS-CANNOT-OPEN
011573             GO TO 7830-EXIT
011574         END-IF
011575     END-IF.
011576     MOVE Num TO CFL-NUM.
011577     MOVE WS-CONFLICT-ACTION TO CFL-ACTION.
011578     MOVE WS-REQUEST-SEQ TO CFL-REQUEST-SEQ.
011579     MOVE WS-CUR-DEPT-CODE TO CFL-DEPT-CODE.
011580     MOVE WS-CUR-REF-ID TO CFL-REF-ID.
011581     MOVE ASG-DEPT-CODE TO CFL-HELD-DEPT.
011582     MOVE ASG-REF-ID TO CFL-HELD-REF.
011583     MOVE ASG-TIMESTAMP TO CFL-HELD-STAMP.
011584     MOVE ASG-JOB-ID TO CFL-HELD-JOB.
011585     MOVE WS-CONFLICT-LINE TO ASSIGNMENT-CONFLICT-RECORD.
011586     WRITE ASSIGNMENT-CONFLICT-RECORD.
011587 7830-EXIT.
011588     EXIT.
011589
011590 7835-OPEN-CONFLICTS-PARA.
011591     IF CTL-RESTART-YES
011592         OPEN EXTEND ASSIGNMENT-CONFLICT-REPORT
011593         IF NOT CONFLICT-STATUS-OK
011594             OPEN OUTPUT ASSIGNMENT-CONFLICT-REPORT
011595         END-IF
011596     ELSE
011597         OPEN OUTPUT ASSIGNMENT-CONFLICT-REPORT
011598     END-IF.
011599     IF CONFLICT-STATUS-OK
011600         SET CONFLICTS-ARE-OPEN TO TRUE
011601         MOVE WS-CONFLICT-HEADING TO ASSIGNMENT-CONFLICT-RECORD
011602         WRITE ASSIGNMENT-CONFLICT-RECORD
011603     ELSE
011604         SET CONFLICTS-CANNOT-OPEN TO TRUE
011605         DISPLAY 'ASSIGNMENT-CONFLICT-REPORT (PRMCONF) COULD NOT'
011606             ' BE OPENED - STATUS ' WS-CONFLICT-STATUS
011607         DISPLAY 'CONFLICTING PRIMES ARE STILL WITHHELD BUT WILL'
011608             ' NOT BE LISTED'
011609     END-IF.
011610 7835-EXIT.
011611     EXIT.
011612
011613******************************************************************
011614* 7850-WRITE-USAGE-PARA
011615* APPENDS ONE BILLABLE-USAGE RECORD FOR THE EVENT CLASS THE
011616* CALLER PUT IN WS-USAGE-EVENT, TAGGED WITH THE CURRENT
011617* REQUESTOR FIELDS, FOR THE MONTHLY PRIMEBILLING RUN.  NOTHING
011618* IS CUT WHEN USAGE RECORDING IS SUSPENDED.
011619******************************************************************
011620 7850-WRITE-USAGE-PARA.
011621*    THE ALLOWANCE TALLY IS KEPT EVEN WHEN RECORDING IS
011622*    SUSPENDED - THE WORK WAS STILL DONE.
011623     MOVE WS-CUR-DEPT-CODE TO WS-QUOTA-DEPT-WANTED.
011624     MOVE WS-USAGE-EVENT TO WS-QUOTA-EVENT.
011625     PERFORM 7870-POST-QUOTA-PARA THRU 7870-EXIT.
011626     IF NOT USAGE-FILE-AVAILABLE
011627         GO TO 7850-EXIT
011628     END-IF.
011629     PERFORM 7650-BUILD-STAMP-PARA THRU 7650-EXIT.
011630     MOVE SPACES TO PRIME-USAGE-RECORD.
011631     MOVE WS-CUR-DEPT-CODE TO USE-DEPT-CODE.
011632     MOVE WS-CUR-REF-ID TO USE-REF-ID.
011633     MOVE Num TO USE-NUM.
011634     MOVE WS-USAGE-EVENT TO USE-EVENT-TYPE.
011635     MOVE WS-CURRENT-STAMP TO USE-TIMESTAMP.
011636     MOVE WS-JOB-ID TO USE-JOB-ID.
011637     WRITE PRIME-USAGE-RECORD.
011638 7850-EXIT.
011639     EXIT.
011640
011641******************************************************************
011642* 7870-POST-QUOTA-PARA
011643* ADDS ONE BILLABLE EVENT TO ITS DEPARTMENT'S MONTH-TO-DATE
011644* ALLOWANCE TALLY - A FRESH CHECK, A RANGE-SCAN NUMBER, OR A
011645* NEXT-PRIME SEARCH.  A MASTER HIT USES NO ALLOWANCE, AND THE
011646* UNASSIGNED BUCKET HAS NONE TO USE.  NOR DOES A RANGE NUMBER
011647* SERVED FROM THE REGISTRY ('K') - NO TRIAL DIVISION WAS RUN.
011648******************************************************************
011649 7870-POST-QUOTA-PARA.
011650     IF WS-QUOTA-DEPT-WANTED = SPACES
011651         GO TO 7870-EXIT
011652     END-IF.
011653     PERFORM 7880-FIND-QUOTA-PARA THRU 7880-EXIT.
011654     IF WS-QUOTA-FOUND = 0
011655         GO TO 7870-EXIT
011656     END-IF.
011657     EVALUATE WS-QUOTA-EVENT
011658         WHEN 'F'
011659             ADD 1 TO WS-QTA-FRESH-USED(WS-QUOTA-FOUND)
011660         WHEN 'R'
011661             ADD 1 TO WS-QTA-RANGE-USED(WS-QUOTA-FOUND)
011662         WHEN 'N'
011663             ADD 1 TO WS-QTA-SEARCH-USED(WS-QUOTA-FOUND)
011664         WHEN OTHER
011665             CONTINUE
011666     END-EVALUATE.
011667 7870-EXIT.
011668     EXIT.
011669
011670******************************************************************
011671* 7880-FIND-QUOTA-PARA
011672* FINDS THE ALLOWANCE TALLY ENTRY FOR WS-QUOTA-DEPT-WANTED,
011673* ADDING IT AT ZERO ON FIRST SIGHT OF THE DEPT THIS MONTH.
011674* WS-QUOTA-FOUND COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.
011675******************************************************************
011676 7880-FIND-QUOTA-PARA.
011677     MOVE ZERO TO WS-QUOTA-FOUND.
011678     PERFORM 7890-SCAN-QUOTA-PARA THRU 7890-EXIT
011679         VARYING WS-QX FROM 1 BY 1
011680         UNTIL WS-QX > WS-QUOTA-COUNT
011681            OR WS-QUOTA-FOUND > 0.
011682     IF WS-QUOTA-FOUND = 0
011683         IF WS-QUOTA-COUNT < 500
011684             ADD 1 TO WS-QUOTA-COUNT
011685             MOVE WS-QUOTA-COUNT TO WS-QUOTA-FOUND
011686             MOVE WS-QUOTA-DEPT-WANTED
011687                 TO WS-QTA-DEPT-CODE(WS-QUOTA-FOUND)
011688             MOVE ZERO TO WS-QTA-FRESH-USED(WS-QUOTA-FOUND)
011689             MOVE ZERO TO WS-QTA-RANGE-USED(WS-QUOTA-FOUND)
011690             MOVE ZERO TO WS-QTA-SEARCH-USED(WS-QUOTA-FOUND)
011691             MOVE ZERO TO WS-QTA-NEEDED(WS-QUOTA-FOUND)
011692         ELSE
011693             IF NOT QUOTA-TABLE-FULL
011694                 SET QUOTA-TABLE-FULL TO TRUE
011695                 DISPLAY 'ALLOWANCE TABLE FULL - DEPT '
011696                     WS-QUOTA-DEPT-WANTED ' AND LATER CODES'
011697                     ' ARE NOT HELD TO THEIR ALLOWANCES'
011698             END-IF
011699         END-IF
011700     END-IF.
011701 7880-EXIT.
011702     EXIT.
011703
011704 7890-SCAN-QUOTA-PARA.
011705     IF WS-QTA-DEPT-CODE(WS-QX) = WS-QUOTA-DEPT-WANTED
011706         MOVE WS-QX TO WS-QUOTA-FOUND
011707     END-IF.
011708 7890-EXIT.
011709     EXIT.
011710
011711******************************************************************
011712* 4500-MASTER-LOOKUP-PARA
011713* CONSULTS THE PRIME-RESULT MASTER FOR THE CANDIDATE NUMBER
011714* AHEAD OF CHECK-PRIME-PARA.  A HIT SERVES THE STORED RESULT;
011715* A MISS, OR AN UNAVAILABLE MASTER, FALLS THROUGH TO A FRESH
011716* CHECK EXACTLY AS BEFORE THE MASTER EXISTED.
011717******************************************************************
011718 4500-MASTER-LOOKUP-PARA.
011719     MOVE 'N' TO WS-MASTER-HIT-SW.
011720     IF MASTER-IS-AVAILABLE
011721         MOVE Num TO MST-NUM
011722         READ PRIME-MASTER-FILE
011723             INVALID KEY
011724                 CONTINUE
011725             NOT INVALID KEY
011726                 MOVE MST-IS-PRIME TO IsPrime
011727                 IF MST-PRIME-FACTOR NUMERIC
011728                     MOVE MST-PRIME-FACTOR TO PRIME-FACTOR
011729                 ELSE
011730                     MOVE ZERO TO PRIME-FACTOR
011731                 END-IF
011732                 SET MASTER-RESULT-HIT TO TRUE
011733         END-READ
011740     END-IF.
011750 4500-EXIT.
011760     EXIT.
012170     EXIT.
012180
012190******************************************************************
012191* 4970-REGISTRY-SUMMARY-PARA
012192* RANGE-MODE SUMMARY LINES SPLITTING THE NUMBERS SERVED FROM
012193* THE COMPLETED-RANGE REGISTRY FROM THOSE SCANNED FRESH.
012194******************************************************************
012195 4970-REGISTRY-SUMMARY-PARA.
012196     MOVE 'NUMBERS SERVED FROM RANGE REGISTRY' TO SUM-LABEL.
012197     MOVE WS-RNG-SERVED-COUNT TO SUM-VALUE.
012198     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
012199     WRITE PRIME-SUMMARY-RECORD.
012200
012201     MOVE 'NUMBERS SCANNED FRESH THIS RUN' TO SUM-LABEL.
012202     MOVE WS-RNG-FRESH-COUNT TO SUM-VALUE.
012203     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
012204     WRITE PRIME-SUMMARY-RECORD.
012205 4970-EXIT.
012206     EXIT.
012207
012208******************************************************************
012209* 7650-BUILD-STAMP-PARA
012210* BUILDS THE YYYYMMDD-HHMMSS STAMP USED BY THE AUDIT TRAIL, THE
012220* ALLOCATION EXTRACT, AND THE PRIME-RESULT MASTER, FROM THE
012230* DATE AND TIME SPECIAL REGISTERS AT THE MOMENT OF THE RESULT.
012380* RUNS ONE CONTROL-CARD REQUEST - STAMPS ITS SECTION HEADER ON
012390* THE REPORTS, RESETS THE PER-REQUEST CONTROL TOTALS, RUNS THE
012400* MODE THE CARD SELECTED, ROLLS THE TOTALS INTO THE GRAND
012403* TOTALS, AND FETCHES THE NEXT CARD FROM THE STACK.  A RANGE
012406* OR NEXT-PRIME CARD ITS DEPARTMENT'S ALLOWANCE CANNOT COVER
012409* IS REFUSED HERE, BEFORE ANY OF THE WORK STARTS.  A CARD
012413* CARRYING A MERGED DEPT CODE IS CONVERTED TO THE SUCCESSOR
012416* FIRST, SO THE ALLOWANCE WEIGHED IS THE SUCCESSOR'S.
012420******************************************************************
012430 2100-RUN-REQUEST-PARA.
012440     ADD 1 TO WS-REQUEST-SEQ.
012470         PERFORM 2300-OPEN-REPORTS-PARA THRU 2300-EXIT
012480         PERFORM 2400-WRITE-REQUEST-HEADER-PARA THRU 2400-EXIT
012490     END-IF.
012491     IF (CTL-MODE-RANGE OR CTL-MODE-NEXTPRIME)
012492        AND CTL-DEPT-CODE NOT = SPACES
012493        AND DEPT-FILE-AVAILABLE
012494         PERFORM 2050-CONVERT-CARD-DEPT-PARA THRU 2050-EXIT
012495     END-IF.
012496     IF CTL-MODE-RANGE OR CTL-MODE-NEXTPRIME
012497         PERFORM 2600-CHECK-CARD-QUOTA-PARA THRU 2600-EXIT
012498     END-IF.
012500     EVALUATE TRUE
012503         WHEN REQUEST-QUOTA-REFUSED
012506             PERFORM 2650-REFUSE-REQUEST-PARA THRU 2650-EXIT
012510         WHEN CTL-MODE-BATCH
012520             PERFORM 4000-BATCH-MODE-PARA THRU 4000-EXIT
012530         WHEN CTL-MODE-RANGE
012600     PERFORM 2500-ROLL-GRAND-PARA THRU 2500-EXIT.
012610     PERFORM 2150-READ-CONTROL-PARA THRU 2150-EXIT.
012620 2100-EXIT.
012621     EXIT.
012622
012623******************************************************************
012624* 2050-CONVERT-CARD-DEPT-PARA
012625* A RANGE OR NEXT-PRIME CARD STILL CARRYING A DEPT CODE THAT HAS
012626* BEEN MERGED (PRIMEDEPTMAINT 'M', EFFECTIVE ON OR BEFORE TODAY)
012627* RUNS UNDER THE SUCCESSOR INSTEAD - THE CODE ON THE CARD IS
012628* REPLACED, THE CONVERSION IS NOTED UNDER THE REQUEST HEADER,
012629* AND EVERY DETAIL LINE OF THE REQUEST CARRIES THE NOTE.  IN
012630* NEXT-PRIME MODE 4150 STARTS EACH PRMIN CARD FROM THIS NOTE,
012631* AND A CARD WHOSE OWN DEPT CODE IS MERGED CARRIES ITS OWN NOTE
012632* INSTEAD.  THE REQUEST STILL BILLS EACH CARD TO THE DEPT ON
012633* THAT CARD.
012634******************************************************************
012635 2050-CONVERT-CARD-DEPT-PARA.
012636     MOVE CTL-DEPT-CODE TO DPT-CODE.
012637     READ DEPT-REFERENCE-FILE
012638         INVALID KEY
012639             GO TO 2050-EXIT
012640     END-READ.
012641     IF DPT-SUCCESSOR-CODE = SPACES
012642        OR DPT-MERGE-DATE NOT NUMERIC
012643        OR DPT-MERGE-DATE > WS-STAMP-DATE
012644         GO TO 2050-EXIT
012645     END-IF.
012646     ADD 1 TO WS-DEPT-CONVERTED-COUNT.
012647     MOVE SPACES TO WS-CUR-MERGE-NOTE.
012648     STRING 'WAS ' DELIMITED BY SIZE
012649            CTL-DEPT-CODE DELIMITED BY SIZE
012650            ' - MERGED' DELIMITED BY SIZE
012651         INTO WS-CUR-MERGE-NOTE.
012652     MOVE WS-CUR-MERGE-NOTE TO WS-CARD-MERGE-NOTE.
012653     MOVE SPACES TO PRIME-REPORT-RECORD.
012654     STRING 'DEPT ' DELIMITED BY SIZE
012655            CTL-DEPT-CODE DELIMITED BY SIZE
012656            ' HAS BEEN MERGED INTO ' DELIMITED BY SIZE
012657            DPT-SUCCESSOR-CODE DELIMITED BY SIZE
012658            ' - REQUEST RUNS UNDER ' DELIMITED BY SIZE
012659            DPT-SUCCESSOR-CODE DELIMITED BY SIZE
012660         INTO PRIME-REPORT-RECORD.
012661     WRITE PRIME-REPORT-RECORD.
012662     DISPLAY 'CONTROL CARD DEPT CODE ' CTL-DEPT-CODE
012663         ' MERGED - CONVERTED TO ' DPT-SUCCESSOR-CODE.
012664     MOVE DPT-SUCCESSOR-CODE TO CTL-DEPT-CODE.
012665 2050-EXIT.
012666     EXIT.
012667
012668******************************************************************
012669* 2150-READ-CONTROL-PARA
012670* FETCHES THE NEXT CARD FROM THE CONTROL STACK.  END OF FILE,
012680* OR A BLANK TRAILER CARD, ENDS THE STACK - A BLANK CARD MUST
012690* NOT FALL THROUGH AS AN ACCIDENTAL MODE '1' REQUEST SITTING
013070     MOVE 'Y' TO WS-FIRST-PRIME-SW.
013080     MOVE 'N' TO WS-INPUT-EOF-SW.
013090     MOVE SPACES TO WS-CUR-REQUESTOR.
013094     MOVE SPACES TO WS-CARD-MERGE-NOTE.
013100     MOVE ZERO TO WS-SUBSTITUTE-COUNT.
013110     MOVE ZERO TO WS-SUBFAIL-COUNT.
013111     MOVE ZERO TO WS-QUOTA-REJECT-COUNT.
013113     MOVE 'N' TO WS-QUOTA-REFUSED-SW.
013114     MOVE ZERO TO WS-RNG-SERVED-COUNT.
013115     MOVE ZERO TO WS-RNG-FRESH-COUNT.
013116     MOVE ZERO TO WS-CONFLICT-COUNT.
013118     MOVE ZERO TO WS-DEPT-CONVERTED-COUNT.
013120 2200-EXIT.
013130     EXIT.
013140
013870     ADD WS-KNOWN-HIT-COUNT TO WS-GRAND-KNOWN-HIT-COUNT.
013880     ADD WS-FRESH-CHECK-COUNT TO WS-GRAND-FRESH-CHECK-COUNT.
013890     ADD WS-SUBSTITUTE-COUNT TO WS-GRAND-SUBSTITUTE-COUNT.
013891     ADD WS-QUOTA-REJECT-COUNT TO WS-GRAND-QUOTA-REJECT-COUNT.
013893     ADD WS-RNG-SERVED-COUNT TO WS-GRAND-RNG-SERVED-COUNT.
013894     ADD WS-RNG-FRESH-COUNT TO WS-GRAND-RNG-FRESH-COUNT.
013895     ADD WS-CONFLICT-COUNT TO WS-GRAND-CONFLICT-COUNT.
013896     ADD WS-DEPT-CONVERTED-COUNT
013898         TO WS-GRAND-DEPT-CONVERTED-COUNT.
013900     IF WS-PRIME-COUNT > 0
013910         IF NO-GRAND-PRIME-YET
013920             MOVE WS-LARGEST-PRIME TO WS-GRAND-LARGEST-PRIME
014050         END-IF
014060     END-IF.
014070 2500-EXIT.
014071     EXIT.
014072
014073******************************************************************
014074* 2600-CHECK-CARD-QUOTA-PARA
014075* WEIGHS A RANGE OR NEXT-PRIME REQUEST AGAINST WHAT IS LEFT OF
014076* THE MONTHLY ALLOWANCE OF EACH DEPARTMENT IT WILL BILL.  A
014077* RANGE BILLS THE CONTROL CARD'S DEPT ONE RANGE-SCAN NUMBER PER
014078* CANDIDATE.  A NEXT-PRIME RUN BILLS EACH PRMIN CARD TO THE DEPT
014079* ON THAT CARD (ITS SUCCESSOR IF MERGED), SO 2610 WEIGHS EVERY
014080* SUCH DEPT FOR ONE FRESH CHECK PER CARD AND, SINCE A REQUEST
014081* IS NEVER CUT OFF PART WAY, A SEARCH FOR EVERY CARD IN THE
014082* WORST CASE.  A CARD WITH NO DEPT, A CODE NOT ON FILE (5020
014083* AND 4170 DEAL WITH IT), OR AN UNAVAILABLE REFERENCE MASTER IS
014084* NOT WEIGHED.  A RESTART CARD FINISHES WORK ALREADY ADMITTED
014085* AND IS NOT WEIGHED AGAIN.  A RANGE IS WEIGHED AT ITS FULL
014086* WIDTH EVEN WHERE THE REGISTRY WILL SERVE PART OF IT - THE
014087* WORST CASE, LIKE THE NEXT-PRIME REQUEST.  THE DEPT THAT
014088* CANNOT COVER THE REQUEST IS LEFT IN WS-QUOTA-REFUSED-DEPT.
014089******************************************************************
014090 2600-CHECK-CARD-QUOTA-PARA.
014091     MOVE 'N' TO WS-QUOTA-REFUSED-SW.
014092     MOVE SPACES TO WS-QUOTA-REFUSED-DEPT.
014093     IF CTL-RESTART-YES
014094        OR NOT DEPT-FILE-AVAILABLE
014095         GO TO 2600-EXIT
014096     END-IF.
014097     IF CTL-MODE-NEXTPRIME
014098         PERFORM 2610-WEIGH-NEXTPRIME-PARA THRU 2610-EXIT
014099         GO TO 2600-EXIT
014100     END-IF.
014101     IF CTL-DEPT-CODE = SPACES
014102         GO TO 2600-EXIT
014103     END-IF.
014104     IF CTL-MODE-RANGE AND CTL-FROM-NUM > CTL-TO-NUM
014105         GO TO 2600-EXIT
014106     END-IF.
014107     MOVE CTL-DEPT-CODE TO DPT-CODE.
014108     READ DEPT-REFERENCE-FILE
014109         INVALID KEY
014110             CONTINUE
014111     END-READ.
014112     IF NOT DEPT-STATUS-OK
014113         GO TO 2600-EXIT
014114     END-IF.
014115     MOVE CTL-DEPT-CODE TO WS-QUOTA-DEPT-WANTED.
014116     PERFORM 7880-FIND-QUOTA-PARA THRU 7880-EXIT.
014117     IF WS-QUOTA-FOUND = 0
014118         GO TO 2600-EXIT
014119     END-IF.
014120     COMPUTE WS-QUOTA-REQUIRED =
014121         CTL-TO-NUM - CTL-FROM-NUM + 1.
014122     IF DPT-RANGE-ALLOWANCE NUMERIC
014123        AND WS-QTA-RANGE-USED(WS-QUOTA-FOUND)
014124            + WS-QUOTA-REQUIRED > DPT-RANGE-ALLOWANCE
014125         SET REQUEST-QUOTA-REFUSED TO TRUE
014126         MOVE CTL-DEPT-CODE TO WS-QUOTA-REFUSED-DEPT
014127         MOVE DPT-NAME TO WS-CUR-DEPT-NAME
014128     END-IF.
014129 2600-EXIT.
014130     EXIT.
014131
014132******************************************************************
014133* 2610-WEIGH-NEXTPRIME-PARA
014134* TALLIES THE CARDS ON PRIME-INPUT-FILE BY THE DEPT EACH WILL BE
014135* BILLED TO, THEN WEIGHS EACH DEPT'S TALLY AGAINST ITS FRESH-
014136* CHECK AND SEARCH ALLOWANCES.  THE FIRST DEPT THAT CANNOT
014137* COVER ITS SHARE REFUSES THE WHOLE REQUEST.
014138******************************************************************
014139 2610-WEIGH-NEXTPRIME-PARA.
014140     PERFORM 2615-CLEAR-NEEDED-PARA THRU 2615-EXIT
014141         VARYING WS-QX FROM 1 BY 1
014142         UNTIL WS-QX > WS-QUOTA-COUNT.
014143     PERFORM 2620-COUNT-INPUT-PARA THRU 2620-EXIT.
014144     PERFORM 2640-WEIGH-DEPT-PARA THRU 2640-EXIT
014145         VARYING WS-QX FROM 1 BY 1
014146         UNTIL WS-QX > WS-QUOTA-COUNT
014147            OR REQUEST-QUOTA-REFUSED.
014148 2610-EXIT.
014149     EXIT.
014150
014151 2615-CLEAR-NEEDED-PARA.
014152     MOVE ZERO TO WS-QTA-NEEDED(WS-QX).
014153 2615-EXIT.
014154     EXIT.
014155
014156******************************************************************
014157* 2620-COUNT-INPUT-PARA
014158* COUNTS THE NON-BLANK CARDS ON PRIME-INPUT-FILE AGAINST THE
014159* DEPT EACH WILL BE BILLED TO, SO A NEXT-PRIME REQUEST CAN BE
014160* WEIGHED BEFORE IT STARTS.  THE FILE IS CLOSED AND THE END-OF-
014161* FILE SWITCH CLEARED AGAIN FOR 6000.  A MISSING FILE COUNTS
014162* NOTHING - 6000 REPORTS IT.
014163******************************************************************
014164 2620-COUNT-INPUT-PARA.
014165     OPEN INPUT PRIME-INPUT-FILE.
014166     IF NOT INPUT-STATUS-OK
014167         GO TO 2620-EXIT
014168     END-IF.
014169     PERFORM 2630-COUNT-CARD-PARA THRU 2630-EXIT
014170         UNTIL END-OF-INPUT-FILE.
014171     CLOSE PRIME-INPUT-FILE.
014172     MOVE 'N' TO WS-INPUT-EOF-SW.
014173 2620-EXIT.
014174     EXIT.
014175
014176 2630-COUNT-CARD-PARA.
014177     READ PRIME-INPUT-FILE
014178         AT END
014179             SET END-OF-INPUT-FILE TO TRUE
014180         NOT AT END
014181             IF PRIME-INPUT-RECORD NOT = SPACES
014182                AND IN-DEPT-CODE NOT = SPACES
014183                 PERFORM 2635-TALLY-CARD-PARA THRU 2635-EXIT
014184             END-IF
014185     END-READ.
014186 2630-EXIT.
014187     EXIT.
014188
014189******************************************************************
014190* 2635-TALLY-CARD-PARA
014191* ONE CARD AGAINST THE DEPT IT WILL BE BILLED TO - THE SUCCESSOR
014192* WHEN 4140 WILL CONVERT IT.  A CODE NOT ON FILE IS NOT TALLIED;
014193* 4170 REJECTS THE CARD.
014194******************************************************************
014195 2635-TALLY-CARD-PARA.
014196     MOVE IN-DEPT-CODE TO DPT-CODE.
014197     READ DEPT-REFERENCE-FILE
014198         INVALID KEY
014199             GO TO 2635-EXIT
014200     END-READ.
014201     MOVE IN-DEPT-CODE TO WS-QUOTA-DEPT-WANTED.
014202     IF DPT-SUCCESSOR-CODE NOT = SPACES
014203        AND DPT-MERGE-DATE NUMERIC
014204        AND DPT-MERGE-DATE NOT > WS-STAMP-DATE
014205         MOVE DPT-SUCCESSOR-CODE TO WS-QUOTA-DEPT-WANTED
014206     END-IF.
014207     PERFORM 7880-FIND-QUOTA-PARA THRU 7880-EXIT.
014208     IF WS-QUOTA-FOUND > 0
014209         ADD 1 TO WS-QTA-NEEDED(WS-QUOTA-FOUND)
014210     END-IF.
014211 2635-EXIT.
014212     EXIT.
014213
014214******************************************************************
014215* 2640-WEIGH-DEPT-PARA
014216* ONE DEPT'S SHARE OF A NEXT-PRIME REQUEST - A FRESH CHECK AND,
014217* AT WORST, A SEARCH FOR EACH OF ITS CARDS.
014218******************************************************************
014219 2640-WEIGH-DEPT-PARA.
014220     IF WS-QTA-NEEDED(WS-QX) = ZERO
014221         GO TO 2640-EXIT
014222     END-IF.
014223     MOVE WS-QTA-DEPT-CODE(WS-QX) TO DPT-CODE.
014224     READ DEPT-REFERENCE-FILE
014225         INVALID KEY
014226             GO TO 2640-EXIT
014227     END-READ.
014228     IF DPT-FRESH-ALLOWANCE NUMERIC
014229        AND WS-QTA-FRESH-USED(WS-QX) + WS-QTA-NEEDED(WS-QX)
014230            > DPT-FRESH-ALLOWANCE
014231         SET REQUEST-QUOTA-REFUSED TO TRUE
014232     END-IF.
014233     IF DPT-SEARCH-ALLOWANCE NUMERIC
014234        AND WS-QTA-SEARCH-USED(WS-QX) + WS-QTA-NEEDED(WS-QX)
014235            > DPT-SEARCH-ALLOWANCE
014236         SET REQUEST-QUOTA-REFUSED TO TRUE
014237     END-IF.
014238     IF REQUEST-QUOTA-REFUSED
014239         MOVE WS-QTA-DEPT-CODE(WS-QX) TO WS-QUOTA-REFUSED-DEPT
014240         MOVE DPT-NAME TO WS-CUR-DEPT-NAME
014241     END-IF.
014242 2640-EXIT.
014243     EXIT.
014244
014245******************************************************************
014246* 2650-REFUSE-REQUEST-PARA
014247* A REQUEST ITS DEPARTMENT CANNOT COVER - ONE 'QUOTA EXCEEDED'
014248* LINE ON THE EXCEPTION REPORT UNDER THE REQUEST HEADER, AND
014249* THE SECTION'S SUMMARY SHOWING NOTHING CHECKED, THE SAME WAY
014250* A RANGE WITH FROM PAST TO ENDS.  NO CANDIDATE IS TOUCHED.
014251******************************************************************
014252 2650-REFUSE-REQUEST-PARA.
014253     DISPLAY 'REQUEST ' WS-REQUEST-SEQ ' REFUSED - DEPT '
014254         WS-QUOTA-REFUSED-DEPT
014255         ' MONTHLY ALLOWANCE CANNOT COVER IT'.
014256     IF CTL-MODE-RANGE
014257         MOVE SPACES TO PRIME-EXCEPTION-RECORD
014258         WRITE PRIME-EXCEPTION-RECORD
014259         MOVE WS-REQUEST-HEADER-LINE TO PRIME-EXCEPTION-RECORD
014260         WRITE PRIME-EXCEPTION-RECORD
014261     END-IF.
014262     ADD 1 TO WS-REJECT-COUNT.
014263     ADD 1 TO WS-QUOTA-REJECT-COUNT.
014264     MOVE ZERO TO EXC-RECORD-NUM.
014265     MOVE CTL-FROM-NUM TO EXC-RAW-VALUE.
014266     MOVE 'QUOTA EXCEEDED - CARD REFUSED' TO EXC-REASON.
014267     MOVE WS-QUOTA-REFUSED-DEPT TO EXC-DEPT-CODE.
014268     MOVE CTL-REF-ID TO EXC-REF-ID.
014269     MOVE WS-CUR-DEPT-NAME TO EXC-DEPT-NAME.
014270     MOVE WS-CUR-MERGE-NOTE TO EXC-MERGE-NOTE.
014271     MOVE WS-EXCEPTION-LINE TO PRIME-EXCEPTION-RECORD.
014272     WRITE PRIME-EXCEPTION-RECORD.
014273     PERFORM 4900-SUMMARY-PARA THRU 4900-EXIT.
014274 2650-EXIT.
014275     EXIT.
014276
014277******************************************************************
014278* 2900-GRAND-SUMMARY-PARA
014279* END-OF-JOB SUMMARY SECTION - THE CONTROL TOTALS ACROSS EVERY
014280* REQUEST IN THE STACK, SO THE WHOLE NIGHT RECONCILES ON ONE
014281* PAGE EVEN WHEN THREE DEPARTMENTS SHARED THE JOB.
014282******************************************************************
014283 2900-GRAND-SUMMARY-PARA.
014284     MOVE SPACES TO PRIME-SUMMARY-RECORD.
014285     WRITE PRIME-SUMMARY-RECORD.
014286     MOVE 'ALL REQUESTS - GRAND CONTROL TOTALS' TO SUM-LABEL.
014287     MOVE ZERO TO SUM-VALUE.
014288     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014289     WRITE PRIME-SUMMARY-RECORD.
014290
014291     MOVE 'REQUESTS PROCESSED' TO SUM-LABEL.
014292     MOVE WS-REQUEST-SEQ TO SUM-VALUE.
014293     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014294     WRITE PRIME-SUMMARY-RECORD.
014295
014296     MOVE 'TOTAL RECORDS READ' TO SUM-LABEL.
014300     MOVE WS-GRAND-RECORDS-READ TO SUM-VALUE.
014310     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014320     WRITE PRIME-SUMMARY-RECORD.
014580     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014590     WRITE PRIME-SUMMARY-RECORD.
014600
014601     MOVE 'OF WHICH REFUSED - QUOTA EXCEEDED' TO SUM-LABEL.
014602     MOVE WS-GRAND-QUOTA-REJECT-COUNT TO SUM-VALUE.
014603     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014604     WRITE PRIME-SUMMARY-RECORD.
014605
014606     MOVE 'PRIMES HELD ELSEWHERE (SEE PRMCONF)' TO SUM-LABEL.
014607     MOVE WS-GRAND-CONFLICT-COUNT TO SUM-VALUE.
014608     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014609     WRITE PRIME-SUMMARY-RECORD.
014610
014611     MOVE 'MERGED DEPT CODES CONVERTED TO SUCCESSOR'
014612         TO SUM-LABEL.
014613     MOVE WS-GRAND-DEPT-CONVERTED-COUNT TO SUM-VALUE.
014614     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014615     WRITE PRIME-SUMMARY-RECORD.
014616
014617     MOVE 'KNOWN-RESULT HITS SERVED FROM MASTER' TO SUM-LABEL.
014620     MOVE WS-GRAND-KNOWN-HIT-COUNT TO SUM-VALUE.
014630     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014640     WRITE PRIME-SUMMARY-RECORD.
014700
014710     MOVE 'QUALIFIED SUBSTITUTES FOUND' TO SUM-LABEL.
014720     MOVE WS-GRAND-SUBSTITUTE-COUNT TO SUM-VALUE.
014721     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014722     WRITE PRIME-SUMMARY-RECORD.
014723
014724     MOVE 'RANGE NUMBERS SERVED FROM REGISTRY' TO SUM-LABEL.
014725     MOVE WS-GRAND-RNG-SERVED-COUNT TO SUM-VALUE.
014726     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014727     WRITE PRIME-SUMMARY-RECORD.
014728
014729     MOVE 'RANGE NUMBERS SCANNED FRESH' TO SUM-LABEL.
014730     MOVE WS-GRAND-RNG-FRESH-COUNT TO SUM-VALUE.
014731     MOVE WS-SUMMARY-DETAIL-LINE TO PRIME-SUMMARY-RECORD.
014740     WRITE PRIME-SUMMARY-RECORD.
014750 2900-EXIT.
014760     EXIT.
016922                     MOVE 'F' TO WS-USAGE-EVENT
016924                     PERFORM 7850-WRITE-USAGE-PARA
016926                         THRU 7850-EXIT
016927*                    A PRIME ANOTHER DEPT ALREADY HOLDS IS NO
016928*                    USE TO THIS ONE - IT IS SEARCHED PAST
016929*                    LIKE A CANDIDATE THAT FAILED.
016930                     IF NUMBER-NOT-PRIME
016934                        OR LEDGER-NUMBER-CONFLICT
016940                         PERFORM 6200-SEARCH-UPWARD-PARA
016950                             THRU 6200-EXIT
016960                     END-IF
017100* SUBSTITUTE GOES ON ITS OWN EXTRACT, NOT ON PRMALOC, SO THE
017110* NIGHTLY RECONCILIATION AGAINST THE ACKNOWLEDGMENT FILE
017120* STILL BALANCES.  A SEARCH THAT WOULD RUN PAST NINE DIGITS
017124* GIVES UP AND SAYS SO RATHER THAN WRAPPING AROUND.  A PRIME
017127* THE ASSIGNMENT LEDGER SHOWS ANOTHER DEPARTMENT ALREADY HOLDS
017132* IS PASSED OVER ONTO THE CONFLICT REPORT AND THE WALK GOES ON
017135* TO THE NEXT FREE PRIME.
017140******************************************************************
017150 6200-SEARCH-UPWARD-PARA.
017160     MOVE Num TO WS-SEARCH-ORIGIN SBL-ORIG.
017166     MOVE 'N' TO WS-USAGE-EVENT.
017168     PERFORM 7850-WRITE-USAGE-PARA THRU 7850-EXIT.
017170     MOVE 'N' TO WS-SEARCH-FAIL-SW.
017174     MOVE 'N' TO WS-FREE-PRIME-SW.
017180     SET ALLOC-SUPPRESSED TO TRUE.
017190     PERFORM 6250-TRY-NEXT-PARA THRU 6250-EXIT
017200         UNTIL FREE-PRIME-FOUND
017210            OR SEARCH-RAN-OUT.
017220     MOVE 'N' TO WS-ALLOC-SUPPRESS-SW.
017230     IF SEARCH-RAN-OUT
017460     ELSE
017470         PERFORM 7000-CHECK-PRIME-PARA THRU 7000-EXIT
017480     END-IF.
017481     IF NUMBER-IS-PRIME
017482         IF LEDGER-NUMBER-CONFLICT
017483             MOVE 'PASSED OVER IN SEARCH' TO WS-CONFLICT-ACTION
017484             PERFORM 7830-WRITE-CONFLICT-PARA THRU 7830-EXIT
017485         ELSE
017486             SET FREE-PRIME-FOUND TO TRUE
017487         END-IF
017488     END-IF.
017490 6250-EXIT.
017500     EXIT.
017510
017540* THE ANSWER LINE ON THE DETAIL REPORT AND THE EXTRACT RECORD
017550* THE ALLOCATION SYSTEM LOADS - THE FAILED CANDIDATE AND THE
017560* NEAREST PRIME AT OR ABOVE IT, WITH THE REQUESTOR FIELDS SO
017564* THE RESULT ROUTES WITHOUT A PHONE CALL.  THE LEDGER WAS
017567* CHECKED FOR THIS PRIME AS 6250 STOPPED ON IT - ONLY A FREE OR
017572* RELEASED PRIME, OR ONE THIS DEPT ALREADY HOLDS, GETS HERE -
017575* AND THE ASSIGNMENT IS RECORDED ONCE THE ROW IS WRITTEN.
017580******************************************************************
017590 6300-WRITE-SUBSTITUTE-PARA.
017600     MOVE Num TO SBL-PRIME.
017700     MOVE WS-CUR-REF-ID TO SUB-REF-ID.
017702     MOVE WS-REQUEST-SEQ TO SUB-REQUEST-SEQ.
017710     WRITE PRIME-SUBSTITUTE-RECORD.
017713     MOVE 'S' TO WS-ASSIGN-SOURCE.
017716     PERFORM 7820-RECORD-ASSIGNMENT-PARA THRU 7820-EXIT.
017720 6300-EXIT.
017730     EXIT.
017740
018492     END-IF.
018499     PERFORM 7900-WRITE-SEAL-PARA THRU 7900-EXIT.
018500     CLOSE PRIME-AUDIT-FILE.
018502*    THE DASHBOARD MUST SEE THE ABORT AS A FAILED STEP, NOT AS A
018503*    STEP THAT SIMPLY NEVER RAN.
018504     MOVE 'Y' TO WS-JOBSTAT-ABORT-SW.
018506     MOVE 8 TO RETURN-CODE.
018508     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
018510     STOP RUN.
018520 9000-EXIT.
018530     EXIT.
018754     IF CKPT-SUBFAIL-COUNT NUMERIC
018755         MOVE CKPT-SUBFAIL-COUNT TO WS-SUBFAIL-COUNT
018756     END-IF.
018757     IF CKPT-QUOTA-REJECT-COUNT NUMERIC
018758         MOVE CKPT-QUOTA-REJECT-COUNT TO WS-QUOTA-REJECT-COUNT
018759     END-IF.
018760     IF CKPT-CONFLICT-COUNT NUMERIC
018761         MOVE CKPT-CONFLICT-COUNT TO WS-CONFLICT-COUNT
018762     END-IF.
018763     IF CKPT-DEPT-CONVERTED-COUNT NUMERIC
018764         MOVE CKPT-DEPT-CONVERTED-COUNT
018765             TO WS-DEPT-CONVERTED-COUNT
018766     END-IF.
018767     IF CKPT-LAST-NUM NUMERIC
018768         MOVE CKPT-LAST-NUM TO WS-RESTART-FROM-NUM
018769     END-IF.
018770     IF CTL-MODE-RANGE
018771*        A RESUMED RANGE SCAN NEVER REVISITS THE SKIPPED
018772*        CANDIDATES, SO THE READ COUNT IS RESTORED OUTRIGHT
018773*        RATHER THAN RE-COUNTED THE WAY BATCH RESTART DOES.
018774         MOVE CKPT-LAST-RECORD-NUM TO WS-RECORDS-READ
018775         PERFORM 4065-RESTORE-ANALYTICS-PARA THRU 4065-EXIT
018776         PERFORM 4070-RESTORE-REGISTRY-PARA THRU 4070-EXIT
018777     END-IF.
018778 4060-EXIT.
018779     EXIT.
018780
018781******************************************************************
018782* 4065-RESTORE-ANALYTICS-PARA
018783* RESTORES THE GAP/TWIN/DENSITY STATE SAVED ON A RANGE-SCAN
018784* CHECKPOINT - CALLED AFTER 5050-INIT-ANALYTICS-PARA HAS RESET
018785* THE FIELDS, SO THE RESUMED SCAN'S PRMANL SUMMARY MATCHES AN
018786* UNINTERRUPTED RUN'S.  THE CURRENT THOUSAND-BLOCK IS RE-
018787* DERIVED FROM THE LAST COMMITTED CANDIDATE.
018788******************************************************************
018789 4065-RESTORE-ANALYTICS-PARA.
018790     IF CKPT-ANL-PREV-PRIME NUMERIC
018791         MOVE CKPT-ANL-PREV-PRIME TO WS-ANL-PREV-PRIME
018792     END-IF.
018793     IF CKPT-ANL-MAX-GAP NUMERIC
018794         MOVE CKPT-ANL-MAX-GAP TO WS-ANL-MAX-GAP
018795     END-IF.
018796     IF CKPT-ANL-MAX-GAP-FROM NUMERIC
018797         MOVE CKPT-ANL-MAX-GAP-FROM TO WS-ANL-MAX-GAP-FROM
018798     END-IF.
018799     IF CKPT-ANL-MAX-GAP-TO NUMERIC
018800         MOVE CKPT-ANL-MAX-GAP-TO TO WS-ANL-MAX-GAP-TO
018801     END-IF.
018802     IF CKPT-ANL-TWIN-COUNT NUMERIC
018803         MOVE CKPT-ANL-TWIN-COUNT TO WS-ANL-TWIN-COUNT
018804     END-IF.
018805     IF CKPT-ANL-PRIME-COUNT NUMERIC
018806         MOVE CKPT-ANL-PRIME-COUNT TO WS-ANL-PRIME-COUNT
018807     END-IF.
018808     IF CKPT-ANL-BLOCK-COUNT NUMERIC
018809         MOVE CKPT-ANL-BLOCK-COUNT TO WS-ANL-BLOCK-COUNT
018810     END-IF.
018811     IF CKPT-ANL-PRIME-SW = 'Y' OR 'N'
018812         MOVE CKPT-ANL-PRIME-SW TO WS-ANL-PRIME-SW
018813     END-IF.
018814     IF CKPT-LAST-NUM NUMERIC
018815         DIVIDE CKPT-LAST-NUM BY 1000 GIVING WS-ANL-CUR-BLOCK
018816     END-IF.
018817 4065-EXIT.
018818     EXIT.
018823
018833******************************************************************
018843* 4070-RESTORE-REGISTRY-PARA
018853* RESTORES THE SERVED/SCANNED SPLIT SAVED ON A RANGE-SCAN
018863* CHECKPOINT, AND CARRIES FORWARD A PRIME TABLE THE PRIOR RUN
018873* FAILED TO COMPLETE SO THE RESUMED SCAN DOES NOT REGISTER THE
018883* BLOCK.  A CHECKPOINT FROM BEFORE THE REGISTRY COUNTS THE
018893* WHOLE RESTORED PART AS SCANNED FRESH, WHICH IT WAS.
018903******************************************************************
018913 4070-RESTORE-REGISTRY-PARA.
018923     IF CKPT-RNG-SERVED-COUNT NUMERIC
018933        AND CKPT-RNG-FRESH-COUNT NUMERIC
018943         MOVE CKPT-RNG-SERVED-COUNT TO WS-RNG-SERVED-COUNT
018953         MOVE CKPT-RNG-FRESH-COUNT TO WS-RNG-FRESH-COUNT
018963     ELSE
018973         MOVE ZERO TO WS-RNG-SERVED-COUNT
018983         MOVE WS-RECORDS-READ TO WS-RNG-FRESH-COUNT
018993     END-IF.
019003     IF CKPT-RNG-INCOMPLETE-SW = 'Y'
019013         SET PRIME-TABLE-INCOMPLETE TO TRUE
019023     END-IF.
019033 4070-EXIT.
019043     EXIT.
019053
019063******************************************************************
019073* 9700-WRITE-JOB-STATUS-PARA
019083* APPENDS THIS RUN'S RECORD TO THE JOB STATUS FILE (PRMJSTAT) FOR
019093* THE MORNING DASHBOARD - RETURN CODE, KEY CONTROL TOTALS, AND THE
019103* RUN'S OWN VERDICT.  AN ABORTED RUN FAILS; REJECTED CARDS OR
019113* LEDGER CLASHES ONLY WARN.
019123* A FIRST-EVER RUN CREATES THE FILE VIA THE OPEN-OUTPUT FALLBACK.
019133* AN UNOPENABLE FILE SHOUTS ON THE CONSOLE BUT NEVER FAILS THE
019143* RUN - THE DASHBOARD THEN SHOWS THE STEP MISSING AND HOLDS.
019153******************************************************************
019163 9700-WRITE-JOB-STATUS-PARA.
019173     OPEN EXTEND JOB-STATUS-FILE.
019183     IF NOT JOBSTAT-STATUS-OK
019193         OPEN OUTPUT JOB-STATUS-FILE
019203     END-IF.
019213     IF NOT JOBSTAT-STATUS-OK
019222         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE'
019232             ' OPENED - STATUS ' WS-JOBSTAT-STATUS
019242         DISPLAY '*** PRIMECHECKER STATUS NOT RECORDED ***'
019252         GO TO 9700-EXIT
019262     END-IF.
019272     ACCEPT WS-JOBSTAT-DATE FROM DATE YYYYMMDD.
019282     ACCEPT WS-JOBSTAT-TIME FROM TIME.
019292     MOVE SPACES TO JOB-STATUS-RECORD.
019302     MOVE 'PRIMECHECKER' TO JST-PROGRAM-ID.
019312     MOVE WS-JOBSTAT-DATE TO JST-RUN-DATE.
019322     MOVE WS-JOBSTAT-TIME(1:6) TO JST-RUN-TIME.
019332     MOVE RETURN-CODE TO JST-RETURN-CODE.
019342     EVALUATE TRUE
019352         WHEN JOBSTAT-RUN-ABORTED
019362             MOVE 'F' TO JST-VERDICT
019372             MOVE 'RUN ABORTED - SEE PRMRLOG' TO JST-VERDICT-NOTE
019382         WHEN WS-GRAND-REJECT-COUNT > ZERO
019392             MOVE 'W' TO JST-VERDICT
019402             MOVE 'CARDS REJECTED - SEE PRMEXC'
019412                 TO JST-VERDICT-NOTE
019422         WHEN WS-GRAND-CONFLICT-COUNT > ZERO
019432             MOVE 'W' TO JST-VERDICT
019442             MOVE 'LEDGER CLASHES - SEE PRMCONF'
019452                 TO JST-VERDICT-NOTE
019462         WHEN OTHER
019472             MOVE 'P' TO JST-VERDICT
019482             MOVE 'ALL REQUESTS PROCESSED' TO JST-VERDICT-NOTE
019492     END-EVALUATE.
019502     MOVE 'RECORDS READ' TO JST-TOTAL-LABEL(1).
019512     MOVE WS-GRAND-RECORDS-READ TO JST-TOTAL-VALUE(1).
019522     MOVE 'PRIMES FOUND' TO JST-TOTAL-LABEL(2).
019532     MOVE WS-GRAND-PRIME-COUNT TO JST-TOTAL-VALUE(2).
019542     MOVE 'CARDS REJECTED' TO JST-TOTAL-LABEL(3).
019552     MOVE WS-GRAND-REJECT-COUNT TO JST-TOTAL-VALUE(3).
019562     MOVE 'LEDGER CLASHES' TO JST-TOTAL-LABEL(4).
019572     MOVE WS-GRAND-CONFLICT-COUNT TO JST-TOTAL-VALUE(4).
019582     WRITE JOB-STATUS-RECORD.
019592     CLOSE JOB-STATUS-FILE.
019602 9700-EXIT.
019612     EXIT.
