000270*     GETS A TURNAROUND ACKNOWLEDGMENT RECORD BACK TO THE ORDER
000280*     SYSTEM SO IT KNOWS EXACTLY WHAT ENTERED THE RUN.  DEPT
000290*     CODES ARE VERIFIED AGAINST THE DEPARTMENT REFERENCE
000296*     MASTER SO A BAD CODE IS CAUGHT AT INTAKE, NOT AT MIDNIGHT;
000303*     A CODE MERGED INTO A SUCCESSOR IS CONVERTED TO IT.
000310*     THE TRANSMISSION TRAILER COUNT IS PROVED AGAINST THE
000320*     DETAILS READ, AND THE RUN CLOSES WITH CONTROL TOTALS
000330*     SHOWING EVERY ORDER LANDED IN EXACTLY ONE BUCKET.
000360*   DATE        INIT  DESCRIPTION
000370*   ----------  ----  --------------------------------------------
000380*   2026-09-02  JHT   ORIGINAL VERSION.
000381*   2026-09-23  JHT   ORDACK LAYOUT MOVED TO COPYBOOK PRMACKR,
000382*                     UNCHANGED, SO PRIMECOMPLETE READS THE
000383*                     SAME RECORD BACK.
000384*   2026-10-09  JHT   APPEND A STATUS RECORD TO PRMJSTAT AT END OF
000385*                     RUN FOR THE MORNING OPERATIONS DASHBOARD.
000386*   2026-10-14  JHT   A MERGED DEPT CODE IS CONVERTED TO ITS
000387*                     SUCCESSOR BEFORE THE REFERENCE CHECK,
000388*                     NOTED ON PRMITKR AND THE ACKNOWLEDGMENT, AND
000389*                     COUNTED.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. PrimeIntake.
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS DPT-CODE
000740         FILE STATUS IS WS-DEPT-STATUS.
000742     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
000744         ORGANIZATION IS LINE SEQUENTIAL
000747         FILE STATUS IS WS-JOBSTAT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
001210*-----------------------------------------------------------------
001220* TURNAROUND ACKNOWLEDGMENT BACK TO THE ORDER SYSTEM - ONE
001230* RECORD PER DETAIL ORDER, ACCEPTED OR REJECTED WITH THE REASON.
001234* SHARED LAYOUT WITH PRIMECOMPLETE VIA COPYBOOK.
001240*-----------------------------------------------------------------
001250 FD  ORDER-ACK-FILE.
001260 01  ORDER-ACK-RECORD.
001270     COPY PRMACKR.
001320
001330*-----------------------------------------------------------------
001340* DEPARTMENT REFERENCE MASTER - SHARED LAYOUT WITH
001380 01  DEPT-REFERENCE-RECORD.
001390     COPY PRMDPTR.
001400
001401*-----------------------------------------------------------------
001402* JOB STATUS FILE - ONE RECORD APPENDED PER RUN FOR THE MORNING
001403* DASHBOARD.  SHARED LAYOUT WITH PRIMEDASHBOARD VIA COPYBOOK.
001404*-----------------------------------------------------------------
001406 FD  JOB-STATUS-FILE.
001407 01  JOB-STATUS-RECORD.
001408     COPY PRMJSTR.
001410 WORKING-STORAGE SECTION.
001420*-----------------------------------------------------------------
001430* FILE STATUS SWITCHES
001550         88  ACK-STATUS-OK           VALUE '00'.
001560     05  WS-DEPT-STATUS              PIC X(02) VALUE SPACES.
001570         88  DEPT-STATUS-OK          VALUE '00'.
001573     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
001576         88  JOBSTAT-STATUS-OK       VALUE '00'.
001580
001590 01  WS-SWITCHES.
001600     05  WS-TRANS-EOF-SW             PIC X(01) VALUE 'N'.
001810 01  WS-CLEAN-NUM                    PIC X(09) VALUE SPACES.
001820 01  WS-CLEAN-DEPT                   PIC X(04) VALUE SPACES.
001830 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001833 01  WS-MERGE-NOTE                   PIC X(30) VALUE SPACES.
001836 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001840 01  WS-TRAILER-COUNT                PIC 9(09) COMP-3 VALUE ZERO.
001850
001860*-----------------------------------------------------------------
001920     05  WS-ACCEPTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001930     05  WS-REJECTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001940     05  WS-PASSED-OVER-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001944     05  WS-CONVERTED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001950     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001960
001970*-----------------------------------------------------------------
002130     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002140     05  FILLER                      PIC X(31) VALUE SPACES.
002150
002152*-----------------------------------------------------------------
002153* JOB STATUS STAMP - WHEN THIS RUN ENDED, FOR ITS STATUS RECORD.
002154*-----------------------------------------------------------------
002156 01  WS-JOBSTAT-DATE                 PIC 9(08) VALUE ZERO.
002158 01  WS-JOBSTAT-TIME                 PIC 9(08) VALUE ZERO.
002160 PROCEDURE DIVISION.
002170
002180******************************************************************
002340     IF DEPT-FILE-AVAILABLE
002350         CLOSE DEPT-REFERENCE-FILE
002360     END-IF.
002364     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
002370     STOP RUN.
002380
002390******************************************************************
002880             ' STATUS ' WS-DEPT-STATUS
002890         DISPLAY 'DEPT CODES WILL BE PASSED THROUGH UNVERIFIED'
002900     END-IF.
002904     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002910 1000-EXIT.
002920     EXIT.
002930
003300******************************************************************
003310 3000-CONVERT-ORDER-PARA.
003320     MOVE SPACES TO WS-REJECT-REASON.
003324     MOVE SPACES TO WS-MERGE-NOTE.
003330     MOVE 'N' TO WS-BAD-CHAR-SW.
003340     MOVE ZERO TO WS-DIGIT-COUNT.
003350     MOVE SPACES TO WS-DIGITS.
003590                     TO WS-REJECT-REASON
003600             ELSE
003610                 IF DEPT-FILE-AVAILABLE
003613                     PERFORM 3230-CONVERT-MERGED-PARA
003616                         THRU 3230-EXIT
003620                     PERFORM 3250-CHECK-DEPT-PARA
003630                         THRU 3250-EXIT
003640                 END-IF
004240     EXIT.
004250
004260******************************************************************
004261* 3230-CONVERT-MERGED-PARA
004262* A DEPT CODE MERGED INTO A SUCCESSOR (MERGE DATE REACHED) IS
004263* CONVERTED TO THE SUCCESSOR BEFORE THE REFERENCE CHECK, SO THE
004264* ORDER SYSTEM'S OLD CODE STILL GETS THE WORK DONE.  THE NOTE
004265* GOES ON THE EDIT REPORT AND THE ACKNOWLEDGMENT.  MERGES ARE
004266* ALWAYS ONE STEP FROM A LIVE CODE - PRIMEDEPTMAINT REPOINTS
004267* EARLIER MERGES - SO ONE LOOKUP IS ENOUGH.  A CODE NOT ON FILE
004268* IS LEFT FOR 3250 TO REJECT.
004269******************************************************************
004270 3230-CONVERT-MERGED-PARA.
004271     MOVE WS-CLEAN-DEPT TO DPT-CODE.
004272     READ DEPT-REFERENCE-FILE
004273         INVALID KEY
004274             GO TO 3230-EXIT
004275     END-READ.
004276     IF DPT-SUCCESSOR-CODE = SPACES
004277        OR DPT-MERGE-DATE NOT NUMERIC
004278         GO TO 3230-EXIT
004279     END-IF.
004280     IF DPT-MERGE-DATE > WS-RUN-DATE
004281         GO TO 3230-EXIT
004282     END-IF.
004283     STRING 'ACCEPTED - MERGED INTO ' DELIMITED BY SIZE
004284            DPT-SUCCESSOR-CODE DELIMITED BY SIZE
004285         INTO WS-MERGE-NOTE.
004286     MOVE DPT-SUCCESSOR-CODE TO WS-CLEAN-DEPT.
004287 3230-EXIT.
004288     EXIT.
004289
004290******************************************************************
004291* 3250-CHECK-DEPT-PARA
004292* KEYED LOOKUP OF THE ORDER'S DEPT CODE ON THE DEPARTMENT
004293* REFERENCE MASTER - THE SAME VERDICT PRIMECHECKER'S VALIDATION
004300* WOULD REACH, APPLIED AT INTAKE WHERE THE ORDER SYSTEM CAN
004310* STILL BE TOLD THE SAME NIGHT.
004320******************************************************************
004600     MOVE ORD-ORDER-ID TO ACK-ORDER-ID.
004610     MOVE 'ACCEPTED' TO ACK-STATUS.
004620     MOVE WS-CLEAN-NUM TO ACK-NUM.
004624     MOVE WS-MERGE-NOTE TO ACK-REASON.
004630     WRITE ORDER-ACK-RECORD.
004631     IF WS-MERGE-NOTE NOT = SPACES
004632         ADD 1 TO WS-CONVERTED-COUNT
004633         MOVE SPACES TO WS-EDIT-LINE
004634         MOVE ORD-ORDER-ID TO EDT-ORDER-ID
004635         MOVE ORD-DEPT-CODE TO EDT-DEPT-CODE
004636         MOVE ORD-NUM-TEXT TO EDT-RAW-NUM
004637         MOVE WS-MERGE-NOTE TO EDT-REASON
004638         MOVE WS-EDIT-LINE TO INTAKE-EDIT-RECORD
004639         WRITE INTAKE-EDIT-RECORD
004640     END-IF.
004641 3300-EXIT.
004650     EXIT.
004660
004670******************************************************************
005340     MOVE WS-TOTAL-LINE TO INTAKE-EDIT-RECORD.
005350     WRITE INTAKE-EDIT-RECORD.
005360
005362     MOVE 'ACCEPTED UNDER MERGED DEPT (INCLUDED)' TO TOT-LABEL.
005363     MOVE WS-CONVERTED-COUNT TO TOT-VALUE.
005364     MOVE WS-TOTAL-LINE TO INTAKE-EDIT-RECORD.
005366     WRITE INTAKE-EDIT-RECORD.
005368
005370     COMPUTE WS-BALANCE-COUNT =
005380         WS-ACCEPTED-COUNT + WS-REJECTED-COUNT.
005390     IF WS-BALANCE-COUNT = WS-DETAILS-READ
005770     END-IF.
005780 8000-EXIT.
005790     EXIT.
005799
005809******************************************************************
005819* 9700-WRITE-JOB-STATUS-PARA
005829* APPENDS THIS RUN'S RECORD TO THE JOB STATUS FILE (PRMJSTAT) FOR
005839* THE MORNING DASHBOARD - RETURN CODE, KEY CONTROL TOTALS, AND THE
005849* RUN'S OWN VERDICT.  A RUN THAT ENDS OUT OF BALANCE FAILS;
005859* REJECTED ORDERS ONLY WARN.
005869* A FIRST-EVER RUN CREATES THE FILE VIA THE OPEN-OUTPUT FALLBACK.
005879* AN UNOPENABLE FILE SHOUTS ON THE CONSOLE BUT NEVER FAILS THE
005889* RUN - THE DASHBOARD THEN SHOWS THE STEP MISSING AND HOLDS.
005899******************************************************************
005909 9700-WRITE-JOB-STATUS-PARA.
005919     OPEN EXTEND JOB-STATUS-FILE.
005929     IF NOT JOBSTAT-STATUS-OK
005939         OPEN OUTPUT JOB-STATUS-FILE
005949     END-IF.
005959     IF NOT JOBSTAT-STATUS-OK
005969         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE'
005979             ' OPENED - STATUS ' WS-JOBSTAT-STATUS
005989         DISPLAY '*** PRIMEINTAKE STATUS NOT RECORDED ***'
005999         GO TO 9700-EXIT
006009     END-IF.
006019     ACCEPT WS-JOBSTAT-DATE FROM DATE YYYYMMDD.
006029     ACCEPT WS-JOBSTAT-TIME FROM TIME.
006039     MOVE SPACES TO JOB-STATUS-RECORD.
006049     MOVE 'PRIMEINTAKE' TO JST-PROGRAM-ID.
006059     MOVE WS-JOBSTAT-DATE TO JST-RUN-DATE.
006069     MOVE WS-JOBSTAT-TIME(1:6) TO JST-RUN-TIME.
006079     MOVE RETURN-CODE TO JST-RETURN-CODE.
006089     EVALUATE TRUE
006099         WHEN RETURN-CODE > 4
006109             MOVE 'F' TO JST-VERDICT
006119             MOVE 'INTAKE OUT OF BALANCE OR SHORT'
006129                 TO JST-VERDICT-NOTE
006139         WHEN WS-REJECTED-COUNT > ZERO
006149             MOVE 'W' TO JST-VERDICT
006159             MOVE 'ORDERS REJECTED - SEE PRMITKR'
006169                 TO JST-VERDICT-NOTE
006179         WHEN OTHER
006189             MOVE 'P' TO JST-VERDICT
006199             MOVE 'INTAKE IN BALANCE' TO JST-VERDICT-NOTE
006209     END-EVALUATE.
006219     MOVE 'DETAILS READ' TO JST-TOTAL-LABEL(1).
006229     MOVE WS-DETAILS-READ TO JST-TOTAL-VALUE(1).
006239     MOVE 'ACCEPTED' TO JST-TOTAL-LABEL(2).
006249     MOVE WS-ACCEPTED-COUNT TO JST-TOTAL-VALUE(2).
006259     MOVE 'REJECTED' TO JST-TOTAL-LABEL(3).
006269     MOVE WS-REJECTED-COUNT TO JST-TOTAL-VALUE(3).
006279     MOVE 'TRAILER COUNT' TO JST-TOTAL-LABEL(4).
006289     MOVE WS-TRAILER-COUNT TO JST-TOTAL-VALUE(4).
006299     WRITE JOB-STATUS-RECORD.
006309     CLOSE JOB-STATUS-FILE.
006319 9700-EXIT.
006329     EXIT.
