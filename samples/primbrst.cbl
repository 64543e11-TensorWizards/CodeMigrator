000310*     UNASSIGNED SECTION.  HEADERS, SPACERS, AND TOTALS LINES ON
000320*     THE INPUT LISTINGS ARE PASSED OVER AND COUNTED, AND THE
000330*     RUN CLOSES WITH CONTROL TOTALS PROVING EVERY LINE READ WAS
000334*     DISTRIBUTED OR PASSED OVER, NEVER DROPPED.  LINES UNDER A
000339*     DEPT CODE MERGED INTO A SUCCESSOR GO TO THE SUCCESSOR'S
000345*     SECTION, WHICH SAYS HOW MANY IT TOOK IN.
000350**
000360* MOD-HISTORY
000370*   DATE        INIT  DESCRIPTION
000380*   ----------  ----  --------------------------------------------
000390*   2026-09-02  JHT   ORIGINAL VERSION.
000391*   2026-09-30  JHT   A 'PRIME - HELD ELSEWHERE' DETAIL LINE (A
000392*                     PRIME WITHHELD BECAUSE ANOTHER DEPT HOLDS
000393*                     IT ON THE ASSIGNMENT LEDGER) COUNTS AS A
000394*                     PRIME RESULT AND IS TOTALLED ON ITS OWN
000395*                     LINE IN THE DEPT'S SECTION.
000396*   2026-10-09  JHT   APPEND A STATUS RECORD TO PRMJSTAT AT END OF
000397*                     RUN FOR THE MORNING OPERATIONS DASHBOARD.
000398*   2026-10-14  JHT   LINES UNDER A MERGED DEPT CODE ARE TAGGED
000399*                     WITH THE SUCCESSOR AND LAND IN ITS SECTION,
000400*                     WITH A LINE PER OLD CODE UNDER THE HEADING.
000401*                     PRMDEPT NOW ACCESS DYNAMIC.
000402******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. PrimeBurst.
000430 AUTHOR. J. H. TARRANT.
000660
000670     SELECT DEPT-REFERENCE-FILE ASSIGN TO PRMDEPT
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS DPT-CODE
000710         FILE STATUS IS WS-DEPT-STATUS.
000712
000714     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
000715         ORGANIZATION IS LINE SEQUENTIAL
000717         FILE STATUS IS WS-JOBSTAT-STATUS.
000720
000730     SELECT BURST-SORT-FILE ASSIGN TO SORTWK.
000740
001120     05  SRT-SEQ                     PIC 9(09).
001130     05  SRT-LINE                    PIC X(132).
001140
001141*-----------------------------------------------------------------
001142* JOB STATUS FILE - ONE RECORD APPENDED PER RUN FOR THE MORNING
001143* DASHBOARD.  SHARED LAYOUT WITH PRIMEDASHBOARD VIA COPYBOOK.
001144*-----------------------------------------------------------------
001146 FD  JOB-STATUS-FILE.
001147 01  JOB-STATUS-RECORD.
001148     COPY PRMJSTR.
001150 WORKING-STORAGE SECTION.
001160*-----------------------------------------------------------------
001170* FILE STATUS SWITCHES
001270         88  BURST-STATUS-OK         VALUE '00'.
001280     05  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
001290         88  DEPT-STATUS-OK          VALUE '00'.
001293     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
001296         88  JOBSTAT-STATUS-OK       VALUE '00'.
001300
001310 01  WS-SWITCHES.
001320     05  WS-REPORT-EOF-SW            PIC X(01) VALUE 'N'.
001430         88  SECTION-IN-PROGRESS     VALUE 'Y'.
001440     05  WS-EXC-HEAD-SW              PIC X(01) VALUE 'N'.
001450         88  EXC-HEADING-WRITTEN     VALUE 'Y'.
001453     05  WS-DEPT-EOF-SW              PIC X(01) VALUE 'N'.
001456         88  END-OF-DEPT-FILE        VALUE 'Y'.
001460
001470*-----------------------------------------------------------------
001480* LISTING LINE IMAGES - THE COLUMN LAYOUTS 7500-WRITE-DETAIL-
001770     05  WS-SEC-RECORDS              PIC 9(09) COMP-3 VALUE ZERO.
001780     05  WS-SEC-PRIME                PIC 9(09) COMP-3 VALUE ZERO.
001790     05  WS-SEC-NOT-PRIME            PIC 9(09) COMP-3 VALUE ZERO.
001794     05  WS-SEC-HELD                 PIC 9(09) COMP-3 VALUE ZERO.
001800     05  WS-SEC-SUBSTITUTE           PIC 9(09) COMP-3 VALUE ZERO.
001810     05  WS-SEC-EXCEPTIONS           PIC 9(09) COMP-3 VALUE ZERO.
001820
001870     05  WS-PASSED-OVER-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001880     05  WS-DISTRIBUTED-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001890     05  WS-DEPT-COUNT               PIC 9(09) COMP-3 VALUE ZERO.
001893     05  WS-MERGED-LINE-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001896     05  WS-MERGE-SKIPPED-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
001900
001910*-----------------------------------------------------------------
001920* DISTRIBUTED REPORT LINE LAYOUTS
002100     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002110     05  FILLER                      PIC X(83) VALUE SPACES.
002120
002121*-----------------------------------------------------------------
002122* JOB STATUS STAMP - WHEN THIS RUN ENDED, FOR ITS STATUS RECORD.
002123*-----------------------------------------------------------------
002124 01  WS-JOBSTAT-DATE                 PIC 9(08) VALUE ZERO.
002125 01  WS-JOBSTAT-TIME                 PIC 9(08) VALUE ZERO.
002126
002127*-----------------------------------------------------------------
002128* DEPT CODES MERGED INTO A SUCCESSOR (MERGE DATE REACHED) - LOADED
002129* FROM PRMDEPT AT START OF RUN.  A LINE TAGGED WITH AN OLD CODE IS
002130* DISTRIBUTED TO THE SUCCESSOR'S SECTION, WHICH SAYS HOW MANY IT
002131* TOOK IN.  MERGES ARE ALWAYS ONE STEP FROM A LIVE CODE.
002132*-----------------------------------------------------------------
002133 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
002134 01  WS-MERGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
002135 01  WS-RX                           PIC 9(04) COMP VALUE ZERO.
002136 01  WS-MERGE-FOUND                  PIC 9(04) COMP VALUE ZERO.
002137 01  WS-MERGE-TABLE.
002138     05  WS-MERGE-ENTRY OCCURS 500 TIMES.
002139         10  WS-MRG-OLD-CODE         PIC X(04).
002140         10  WS-MRG-NEW-CODE         PIC X(04).
002141         10  WS-MRG-LINE-COUNT       PIC 9(09) COMP-3.
002142
002143 PROCEDURE DIVISION.
002144
002150******************************************************************
002160* 0000-MAIN-PARA
002170* MAINLINE - TAG EVERY DISTRIBUTABLE LINE WITH ITS DEPT, SORT
002260     IF DEPT-FILE-AVAILABLE
002270         CLOSE DEPT-REFERENCE-FILE
002280     END-IF.
002284     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
002290     STOP RUN.
002300
002310******************************************************************
002660         DISPLAY 'DEPT-REFERENCE-FILE (PRMDEPT) UNAVAILABLE -'
002670             ' STATUS ' WS-DEPT-STATUS
002680         DISPLAY 'SECTION HEADINGS WILL CARRY THE CODE ONLY'
002682         DISPLAY 'MERGED DEPT CODES KEEP SECTIONS OF THEIR OWN'
002683     END-IF.
002684     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002686     IF DEPT-FILE-AVAILABLE
002688         PERFORM 1400-LOAD-MERGES-PARA THRU 1400-EXIT
002690     END-IF.
002700 1000-EXIT.
002701     EXIT.
002702
002703******************************************************************
002704* 1400-LOAD-MERGES-PARA
002705* TABLES EVERY DEPT CODE MERGED INTO A SUCCESSOR WHOSE MERGE DATE
002706* HAS BEEN REACHED.  A MERGE THAT DOES NOT FIT THE TABLE KEEPS A
002707* SECTION OF ITS OWN AND IS COUNTED FOR THE CONTROL TOTALS.
002708******************************************************************
002709 1400-LOAD-MERGES-PARA.
002710     MOVE 'N' TO WS-DEPT-EOF-SW.
002711     MOVE LOW-VALUES TO DPT-CODE.
002712     START DEPT-REFERENCE-FILE KEY IS NOT LESS THAN DPT-CODE
002713         INVALID KEY
002714             SET END-OF-DEPT-FILE TO TRUE
002715     END-START.
002716     PERFORM 1410-READ-DEPT-PARA THRU 1410-EXIT
002717         UNTIL END-OF-DEPT-FILE.
002718     IF WS-MERGE-SKIPPED-COUNT > ZERO
002719         DISPLAY '*** MERGE TABLE FULL - ' WS-MERGE-SKIPPED-COUNT
002720             ' MERGED CODES KEEP SECTIONS OF THEIR OWN ***'
002721     END-IF.
002722 1400-EXIT.
002723     EXIT.
002724
002725 1410-READ-DEPT-PARA.
002726     READ DEPT-REFERENCE-FILE NEXT RECORD
002727         AT END
002728             SET END-OF-DEPT-FILE TO TRUE
002729             GO TO 1410-EXIT
002730     END-READ.
002731     IF DPT-SUCCESSOR-CODE = SPACES
002732        OR DPT-MERGE-DATE NOT NUMERIC
002733         GO TO 1410-EXIT
002734     END-IF.
002735     IF DPT-MERGE-DATE > WS-TODAY-DATE
002736         GO TO 1410-EXIT
002737     END-IF.
002738     IF WS-MERGE-COUNT NOT < 500
002739         ADD 1 TO WS-MERGE-SKIPPED-COUNT
002740         GO TO 1410-EXIT
002741     END-IF.
002742     ADD 1 TO WS-MERGE-COUNT.
002743     MOVE DPT-CODE TO WS-MRG-OLD-CODE(WS-MERGE-COUNT).
002744     MOVE DPT-SUCCESSOR-CODE TO WS-MRG-NEW-CODE(WS-MERGE-COUNT).
002745     MOVE ZERO TO WS-MRG-LINE-COUNT(WS-MERGE-COUNT).
002746 1410-EXIT.
002747     EXIT.
002748
002749******************************************************************
002750* 2000-TAG-LINES-PARA
002751* BUILDS THE TAGGED WORK FILE - EVERY DISTRIBUTABLE LINE OFF
002760* BOTH LISTINGS WITH ITS DEPT CODE, SOURCE, AND ARRIVAL ORDER.
002770******************************************************************
002780 2000-TAG-LINES-PARA.
003140                 ADD 1 TO WS-ARRIVAL-SEQ
003150                 MOVE SPACES TO BURST-WORK-RECORD
003160                 MOVE DTI-DEPT-CODE TO WRK-DEPT-CODE
003163                 PERFORM 2300-MERGE-WORK-DEPT-PARA
003166                     THRU 2300-EXIT
003170                 SET WRK-FROM-DETAIL TO TRUE
003180                 MOVE WS-ARRIVAL-SEQ TO WRK-SEQ
003190                 MOVE PRIME-REPORT-RECORD TO WRK-LINE
003430                 ADD 1 TO WS-ARRIVAL-SEQ
003440                 MOVE SPACES TO BURST-WORK-RECORD
003450                 MOVE EXI-DEPT-CODE TO WRK-DEPT-CODE
003453                 PERFORM 2300-MERGE-WORK-DEPT-PARA
003456                     THRU 2300-EXIT
003460                 SET WRK-FROM-EXCEPTION TO TRUE
003470                 MOVE WS-ARRIVAL-SEQ TO WRK-SEQ
003480                 MOVE PRIME-EXCEPTION-RECORD TO WRK-LINE
003520             END-IF
003530     END-READ.
003540 2200-EXIT.
003541     EXIT.
003542
003543******************************************************************
003544* 2300-MERGE-WORK-DEPT-PARA
003545* A LINE TAGGED WITH A MERGED DEPT CODE IS RE-TAGGED WITH THE
003546* SUCCESSOR SO IT SORTS INTO THE SUCCESSOR'S SECTION.  THE LINE
003547* ITSELF IS DISTRIBUTED AS PRINTED.
003548******************************************************************
003549 2300-MERGE-WORK-DEPT-PARA.
003550     IF WRK-DEPT-CODE = SPACES
003551         GO TO 2300-EXIT
003552     END-IF.
003553     MOVE ZERO TO WS-MERGE-FOUND.
003554     PERFORM 2310-SCAN-MERGE-PARA THRU 2310-EXIT
003555         VARYING WS-RX FROM 1 BY 1
003556         UNTIL WS-RX > WS-MERGE-COUNT
003557            OR WS-MERGE-FOUND > 0.
003558     IF WS-MERGE-FOUND > 0
003559         MOVE WS-MRG-NEW-CODE(WS-MERGE-FOUND) TO WRK-DEPT-CODE
003560         ADD 1 TO WS-MRG-LINE-COUNT(WS-MERGE-FOUND)
003561         ADD 1 TO WS-MERGED-LINE-COUNT
003562     END-IF.
003563 2300-EXIT.
003564     EXIT.
003565
003566 2310-SCAN-MERGE-PARA.
003567     IF WS-MRG-OLD-CODE(WS-RX) = WRK-DEPT-CODE
003568         MOVE WS-RX TO WS-MERGE-FOUND
003569     END-IF.
003570 2310-EXIT.
003571     EXIT.
003572
003573******************************************************************
003580* 3000-SORT-AND-WRITE-PARA
003590* SORTS THE TAGGED LINES BY DEPT - DETAILS AHEAD OF EXCEPTIONS
003600* WITHIN A DEPT, ORIGINAL ORDER WITHIN EACH - AND DRIVES THE
004180     MOVE ZERO TO WS-SEC-RECORDS.
004190     MOVE ZERO TO WS-SEC-PRIME.
004200     MOVE ZERO TO WS-SEC-NOT-PRIME.
004204     MOVE ZERO TO WS-SEC-HELD.
004210     MOVE ZERO TO WS-SEC-SUBSTITUTE.
004220     MOVE ZERO TO WS-SEC-EXCEPTIONS.
004230     ADD 1 TO WS-DEPT-COUNT.
004410     WRITE BURST-REPORT-RECORD.
004420     MOVE WS-SECTION-HEADING TO BURST-REPORT-RECORD.
004430     WRITE BURST-REPORT-RECORD.
004432     IF WS-CUR-DEPT-CODE NOT = SPACES
004433         PERFORM 3350-MERGED-NOTE-PARA THRU 3350-EXIT
004434             VARYING WS-RX FROM 1 BY 1
004436             UNTIL WS-RX > WS-MERGE-COUNT
004438     END-IF.
004440 3300-EXIT.
004441     EXIT.
004442
004443******************************************************************
004444* 3350-MERGED-NOTE-PARA
004445* UNDER THE HEADING, ONE LINE PER OLD CODE MERGED INTO THIS
004446* DEPARTMENT WHOSE LINES WERE DISTRIBUTED TO THIS SECTION.
004447******************************************************************
004448 3350-MERGED-NOTE-PARA.
004449     IF WS-MRG-NEW-CODE(WS-RX) NOT = WS-CUR-DEPT-CODE
004450        OR WS-MRG-LINE-COUNT(WS-RX) = ZERO
004451         GO TO 3350-EXIT
004452     END-IF.
004453     MOVE SPACES TO TOT-LABEL.
004454     STRING 'INCLUDES LINES OF MERGED DEPT ' DELIMITED BY SIZE
004455            WS-MRG-OLD-CODE(WS-RX) DELIMITED BY SIZE
004456         INTO TOT-LABEL.
004457     MOVE WS-MRG-LINE-COUNT(WS-RX) TO TOT-VALUE.
004458     MOVE WS-TOTAL-LINE TO BURST-REPORT-RECORD.
004459     WRITE BURST-REPORT-RECORD.
004460 3350-EXIT.
004461     EXIT.
004462
004470******************************************************************
004480* 3400-WRITE-LINE-PARA
004490* ONE LINE INTO THE OPEN SECTION - EXCEPTIONS GET THEIR OWN
004640         EVALUATE TRUE
004650             WHEN DTI-RESULT-TEXT = 'IS A PRIME NUMBER'
004660                 ADD 1 TO WS-SEC-PRIME
004662             WHEN DTI-RESULT-TEXT = 'PRIME - HELD ELSEWHERE'
004664                 ADD 1 TO WS-SEC-PRIME
004667                 ADD 1 TO WS-SEC-HELD
004670             WHEN DTI-RESULT-TEXT = 'IS NOT A PRIME NUMBER'
004680                 ADD 1 TO WS-SEC-NOT-PRIME
004690             WHEN DTI-RESULT-TEXT = 'NEAREST PRIME AT/ABOVE'
004930     MOVE WS-SEC-PRIME TO TOT-VALUE.
004940     MOVE WS-TOTAL-LINE TO BURST-REPORT-RECORD.
004950     WRITE BURST-REPORT-RECORD.
004951
004952     IF WS-SEC-HELD > ZERO
004953         MOVE 'OF WHICH HELD BY ANOTHER DEPT' TO TOT-LABEL
004954         MOVE WS-SEC-HELD TO TOT-VALUE
004956         MOVE WS-TOTAL-LINE TO BURST-REPORT-RECORD
004957         WRITE BURST-REPORT-RECORD
004958     END-IF.
004960
004970     MOVE 'FLAGGED NOT PRIME (ISPRIME = NO)' TO TOT-LABEL.
004980     MOVE WS-SEC-NOT-PRIME TO TOT-VALUE.
005530     MOVE WS-TOTAL-LINE TO BURST-REPORT-RECORD.
005540     WRITE BURST-REPORT-RECORD.
005550
005551     MOVE 'OF WHICH MOVED FROM A MERGED DEPT' TO TOT-LABEL.
005552     MOVE WS-MERGED-LINE-COUNT TO TOT-VALUE.
005553     MOVE WS-TOTAL-LINE TO BURST-REPORT-RECORD.
005554     WRITE BURST-REPORT-RECORD.
005555
005556     IF WS-MERGE-SKIPPED-COUNT > ZERO
005557         MOVE 'MERGED CODES LEFT OWN SECTION - FULL' TO TOT-LABEL
005558         MOVE WS-MERGE-SKIPPED-COUNT TO TOT-VALUE
005559         MOVE WS-TOTAL-LINE TO BURST-REPORT-RECORD
005560         WRITE BURST-REPORT-RECORD
005561     END-IF.
005562
005563     IF WS-DISTRIBUTED-COUNT = WS-TAGGED-COUNT
005570         MOVE 'BURST IN BALANCE - NOTHING DROPPED' TO TOT-LABEL
005580         DISPLAY 'PRIMEBURST - ALL LINES ACCOUNTED FOR'
005590     ELSE
005680     WRITE BURST-REPORT-RECORD.
005690 8000-EXIT.
005700     EXIT.
005709
005719******************************************************************
005729* 9700-WRITE-JOB-STATUS-PARA
005739* APPENDS THIS RUN'S RECORD TO THE JOB STATUS FILE (PRMJSTAT) FOR
005749* THE MORNING DASHBOARD - RETURN CODE, KEY CONTROL TOTALS, AND THE
005759* RUN'S OWN VERDICT.  A RUN OUT OF BALANCE FAILS THE STEP.
005769* A FIRST-EVER RUN CREATES THE FILE VIA THE OPEN-OUTPUT FALLBACK.
005779* AN UNOPENABLE FILE SHOUTS ON THE CONSOLE BUT NEVER FAILS THE
005789* RUN - THE DASHBOARD THEN SHOWS THE STEP MISSING AND HOLDS.
005799******************************************************************
005809 9700-WRITE-JOB-STATUS-PARA.
005819     OPEN EXTEND JOB-STATUS-FILE.
005829     IF NOT JOBSTAT-STATUS-OK
005839         OPEN OUTPUT JOB-STATUS-FILE
005849     END-IF.
005859     IF NOT JOBSTAT-STATUS-OK
005869         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE'
005879             ' OPENED - STATUS ' WS-JOBSTAT-STATUS
005889         DISPLAY '*** PRIMEBURST STATUS NOT RECORDED ***'
005899         GO TO 9700-EXIT
005909     END-IF.
005919     ACCEPT WS-JOBSTAT-DATE FROM DATE YYYYMMDD.
005929     ACCEPT WS-JOBSTAT-TIME FROM TIME.
005939     MOVE SPACES TO JOB-STATUS-RECORD.
005949     MOVE 'PRIMEBURST' TO JST-PROGRAM-ID.
005959     MOVE WS-JOBSTAT-DATE TO JST-RUN-DATE.
005969     MOVE WS-JOBSTAT-TIME(1:6) TO JST-RUN-TIME.
005979     MOVE RETURN-CODE TO JST-RETURN-CODE.
005989     IF RETURN-CODE > 4
005999         MOVE 'F' TO JST-VERDICT
006009         MOVE 'OUT OF BALANCE - SEE PRMDRPT' TO JST-VERDICT-NOTE
006019     ELSE
006029         MOVE 'P' TO JST-VERDICT
006039         MOVE 'ALL LINES DISTRIBUTED' TO JST-VERDICT-NOTE
006049     END-IF.
006059     MOVE 'RPT LINES READ' TO JST-TOTAL-LABEL(1).
006069     MOVE WS-RPT-LINES-READ TO JST-TOTAL-VALUE(1).
006079     MOVE 'EXC LINES READ' TO JST-TOTAL-LABEL(2).
006089     MOVE WS-EXC-LINES-READ TO JST-TOTAL-VALUE(2).
006099     MOVE 'DEPT SECTIONS' TO JST-TOTAL-LABEL(3).
006109     MOVE WS-DEPT-COUNT TO JST-TOTAL-VALUE(3).
006119     MOVE 'DISTRIBUTED' TO JST-TOTAL-LABEL(4).
006129     MOVE WS-DISTRIBUTED-COUNT TO JST-TOTAL-VALUE(4).
006139     WRITE JOB-STATUS-RECORD.
006149     CLOSE JOB-STATUS-FILE.
006159 9700-EXIT.
006169     EXIT.
