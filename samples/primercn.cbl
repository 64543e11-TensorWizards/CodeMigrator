000320*   DATE        INIT  DESCRIPTION
000330*   ----------  ----  --------------------------------------------
000340*   2026-08-22  JHT   ORIGINAL VERSION.
000343*   2026-10-09  JHT   APPEND A STATUS RECORD TO PRMJSTAT AT END OF
000346*                     RUN FOR THE MORNING OPERATIONS DASHBOARD.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PrimeRecon.
000660     SELECT RECON-REPORT-FILE ASSIGN TO PRMRCN
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REPORT-STATUS.
000682
000684     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
000685         ORGANIZATION IS LINE SEQUENTIAL
000687         FILE STATUS IS WS-JOBSTAT-STATUS.
000690
000700     SELECT EXTRACT-SORT-FILE ASSIGN TO SORTWK1.
000710
001250     05  SRK-TIMESTAMP               PIC X(15).
001260     05  FILLER                      PIC X(56).
001270
001271*-----------------------------------------------------------------
001272* JOB STATUS FILE - ONE RECORD APPENDED PER RUN FOR THE MORNING
001273* DASHBOARD.  SHARED LAYOUT WITH PRIMEDASHBOARD VIA COPYBOOK.
001274*-----------------------------------------------------------------
001276 FD  JOB-STATUS-FILE.
001277 01  JOB-STATUS-RECORD.
001278     COPY PRMJSTR.
001280 WORKING-STORAGE SECTION.
001290*-----------------------------------------------------------------
001300* FILE STATUS SWITCHES
001420         88  ACKSRT-STATUS-OK        VALUE '00'.
001430     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001440         88  REPORT-STATUS-OK        VALUE '00'.
001443     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
001446         88  JOBSTAT-STATUS-OK       VALUE '00'.
001450
001460 01  WS-SWITCHES.
001470     05  WS-EXTRACT-EOF-SW           PIC X(01) VALUE 'N'.
002050     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002060     05  FILLER                      PIC X(31) VALUE SPACES.
002070
002072*-----------------------------------------------------------------
002073* JOB STATUS STAMP - WHEN THIS RUN ENDED, FOR ITS STATUS RECORD.
002074*-----------------------------------------------------------------
002076 01  WS-JOBSTAT-DATE                 PIC 9(08) VALUE ZERO.
002078 01  WS-JOBSTAT-TIME                 PIC 9(08) VALUE ZERO.
002080 PROCEDURE DIVISION.
002090
002100******************************************************************
002170     PERFORM 3000-MATCH-FILES-PARA THRU 3000-EXIT.
002180     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
002190     CLOSE RECON-REPORT-FILE.
002194     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
002200     STOP RUN.
002210
002220******************************************************************
004540     END-IF.
004550 8000-EXIT.
004560     EXIT.
004569
004579******************************************************************
004589* 9700-WRITE-JOB-STATUS-PARA
004599* APPENDS THIS RUN'S RECORD TO THE JOB STATUS FILE (PRMJSTAT) FOR
004609* THE MORNING DASHBOARD - RETURN CODE, KEY CONTROL TOTALS, AND THE
004619* RUN'S OWN VERDICT.  A RUN OUT OF BALANCE FAILS; UNACKNOWLEDGED
004629* EXTRACTS ONLY WARN.
004639* A FIRST-EVER RUN CREATES THE FILE VIA THE OPEN-OUTPUT FALLBACK.
004649* AN UNOPENABLE FILE SHOUTS ON THE CONSOLE BUT NEVER FAILS THE
004659* RUN - THE DASHBOARD THEN SHOWS THE STEP MISSING AND HOLDS.
004669******************************************************************
004679 9700-WRITE-JOB-STATUS-PARA.
004689     OPEN EXTEND JOB-STATUS-FILE.
004699     IF NOT JOBSTAT-STATUS-OK
004709         OPEN OUTPUT JOB-STATUS-FILE
004719     END-IF.
004729     IF NOT JOBSTAT-STATUS-OK
004739         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE'
004749             ' OPENED - STATUS ' WS-JOBSTAT-STATUS
004759         DISPLAY '*** PRIMERECON STATUS NOT RECORDED ***'
004769         GO TO 9700-EXIT
004779     END-IF.
004789     ACCEPT WS-JOBSTAT-DATE FROM DATE YYYYMMDD.
004799     ACCEPT WS-JOBSTAT-TIME FROM TIME.
004809     MOVE SPACES TO JOB-STATUS-RECORD.
004819     MOVE 'PRIMERECON' TO JST-PROGRAM-ID.
004829     MOVE WS-JOBSTAT-DATE TO JST-RUN-DATE.
004839     MOVE WS-JOBSTAT-TIME(1:6) TO JST-RUN-TIME.
004849     MOVE RETURN-CODE TO JST-RETURN-CODE.
004859     EVALUATE TRUE
004869         WHEN RETURN-CODE > 4
004879             MOVE 'F' TO JST-VERDICT
004889             MOVE 'OUT OF BALANCE - SEE PRMRCN'
004899                 TO JST-VERDICT-NOTE
004909         WHEN WS-UNACKED-COUNT > ZERO
004919             MOVE 'W' TO JST-VERDICT
004929             MOVE 'EXTRACTS AWAITING ACK' TO JST-VERDICT-NOTE
004939         WHEN OTHER
004949             MOVE 'P' TO JST-VERDICT
004959             MOVE 'ALL EXTRACTS ACKNOWLEDGED' TO JST-VERDICT-NOTE
004969     END-EVALUATE.
004979     MOVE 'EXTRACTS READ' TO JST-TOTAL-LABEL(1).
004989     MOVE WS-EXTRACT-COUNT TO JST-TOTAL-VALUE(1).
004999     MOVE 'MATCHED' TO JST-TOTAL-LABEL(2).
005009     MOVE WS-MATCHED-COUNT TO JST-TOTAL-VALUE(2).
005019     MOVE 'UNACKED' TO JST-TOTAL-LABEL(3).
005029     MOVE WS-UNACKED-COUNT TO JST-TOTAL-VALUE(3).
005039     MOVE 'ORPHAN ACKS' TO JST-TOTAL-LABEL(4).
005049     MOVE WS-ORPHAN-COUNT TO JST-TOTAL-VALUE(4).
005059     WRITE JOB-STATUS-RECORD.
005069     CLOSE JOB-STATUS-FILE.
005079 9700-EXIT.
005089     EXIT.
