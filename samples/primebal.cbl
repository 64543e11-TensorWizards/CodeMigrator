000400*   DATE        INIT  DESCRIPTION
000410*   ----------  ----  --------------------------------------------
000420*   2026-09-02  JHT   ORIGINAL VERSION.
000421*   2026-09-30  JHT   A PRIME WITHHELD BECAUSE ANOTHER DEPT
000422*                     HOLDS IT ON THE ASSIGNMENT LEDGER (AUDIT
000423*                     ALLOCATION FLAG 'W') WROTE NO ROW TO
000424*                     EITHER EXTRACT AND NO 'IS A PRIME NUMBER'
000425*                     LINE - IT IS COUNTED ON ITS OWN AND KEPT
000426*                     OUT OF BOTH TIES.
000427*   2026-10-09  JHT   APPEND A STATUS RECORD TO PRMJSTAT AT END OF
000428*                     RUN FOR THE MORNING OPERATIONS DASHBOARD.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. PrimeBalance.
000780     SELECT BALANCE-REPORT-FILE ASSIGN TO PRMBAL
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-BALRPT-STATUS.
000802     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
000804         ORGANIZATION IS LINE SEQUENTIAL
000807         FILE STATUS IS WS-JOBSTAT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
001280 FD  BALANCE-REPORT-FILE.
001290 01  BALANCE-REPORT-RECORD           PIC X(80).
001300
001301*-----------------------------------------------------------------
001302* JOB STATUS FILE - ONE RECORD APPENDED PER RUN FOR THE MORNING
001303* DASHBOARD.  SHARED LAYOUT WITH PRIMEDASHBOARD VIA COPYBOOK.
001304*-----------------------------------------------------------------
001306 FD  JOB-STATUS-FILE.
001307 01  JOB-STATUS-RECORD.
001308     COPY PRMJSTR.
001310 WORKING-STORAGE SECTION.
001320*-----------------------------------------------------------------
001330* FILE STATUS SWITCHES
001470         88  RUNLOG-STATUS-OK        VALUE '00'.
001480     05  WS-BALRPT-STATUS            PIC X(02) VALUE SPACES.
001490         88  BALRPT-STATUS-OK        VALUE '00'.
001493     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
001496         88  JOBSTAT-STATUS-OK       VALUE '00'.
001500
001510 01  WS-SWITCHES.
001520     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
002200     05  WS-AUDIT-READ               PIC 9(09) COMP-3 VALUE ZERO.
002210     05  WS-AUDIT-SELECTED           PIC 9(09) COMP-3 VALUE ZERO.
002220     05  WS-AUDIT-NO-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
002224     05  WS-AUDIT-HELD-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
002230     05  WS-RPT-READ                 PIC 9(09) COMP-3 VALUE ZERO.
002240     05  WS-ALLOC-READ               PIC 9(09) COMP-3 VALUE ZERO.
002250     05  WS-ALLOC-SELECTED           PIC 9(09) COMP-3 VALUE ZERO.
002790     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002800     05  FILLER                      PIC X(31) VALUE SPACES.
002810
002812*-----------------------------------------------------------------
002813* JOB STATUS STAMP - WHEN THIS RUN ENDED, FOR ITS STATUS RECORD.
002814*-----------------------------------------------------------------
002816 01  WS-JOBSTAT-DATE                 PIC 9(08) VALUE ZERO.
002818 01  WS-JOBSTAT-TIME                 PIC 9(08) VALUE ZERO.
002820 PROCEDURE DIVISION.
002830
002840******************************************************************
002960     PERFORM 6000-JUDGE-REQUESTS-PARA THRU 6000-EXIT.
002970     PERFORM 8000-CERTIFICATE-PARA THRU 8000-EXIT.
002980     CLOSE BALANCE-REPORT-FILE.
002984     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
002990     STOP RUN.
003000
003010******************************************************************
003870* THE AUDIT SIDE - EVERY CHECK RECORD FOR THE BALANCE DATE AND
003880* JOB.  A YES RESULT THAT WROTE AN ALLOCATION ROW COUNTS INTO
003890* THE ALLOCATION TIE; A YES WITHOUT ONE IS A SUBSTITUTE-SEARCH
003896* SUCCESS AND COUNTS INTO THE SUBSTITUTE TIE.  A YES WITHHELD
003903* BECAUSE ANOTHER DEPT HOLDS THE PRIME WROTE NEITHER ROW.
003910******************************************************************
003920 2000-GATHER-AUDIT-PARA.
003930     OPEN INPUT PRIME-AUDIT-FILE.
004230 2200-COUNT-AUDIT-PARA.
004240     IF AUD-IS-PRIME NOT = 'YES'
004250         ADD 1 TO WS-AUDIT-NO-COUNT
004252         GO TO 2200-EXIT
004254     END-IF.
004255     IF AUD-ALLOC-WITHHELD
004257         ADD 1 TO WS-AUDIT-HELD-COUNT
004260         GO TO 2200-EXIT
004270     END-IF.
004280     IF AUD-REQUEST-SEQ NUMERIC
007400     MOVE WS-TOTAL-LINE TO BALANCE-REPORT-RECORD.
007410     WRITE BALANCE-REPORT-RECORD.
007420
007422     MOVE 'OF WHICH HELD ELSEWHERE (NOT TIED)' TO TOT-LABEL.
007423     MOVE WS-AUDIT-HELD-COUNT TO TOT-VALUE.
007424     MOVE WS-TOTAL-LINE TO BALANCE-REPORT-RECORD.
007426     WRITE BALANCE-REPORT-RECORD.
007428
007430     MOVE 'REPORT LINES READ' TO TOT-LABEL.
007440     MOVE WS-RPT-READ TO TOT-VALUE.
007450     MOVE WS-TOTAL-LINE TO BALANCE-REPORT-RECORD.
007870     END-IF.
007880 8000-EXIT.
007890     EXIT.
007899
007909******************************************************************
007919* 9700-WRITE-JOB-STATUS-PARA
007929* APPENDS THIS RUN'S RECORD TO THE JOB STATUS FILE (PRMJSTAT) FOR
007939* THE MORNING DASHBOARD - RETURN CODE, KEY CONTROL TOTALS, AND THE
007949* RUN'S OWN VERDICT.  A RUN OUT OF BALANCE FAILS; FOLDED
007959* DUPLICATES ONLY WARN.
007969* A FIRST-EVER RUN CREATES THE FILE VIA THE OPEN-OUTPUT FALLBACK.
007979* AN UNOPENABLE FILE SHOUTS ON THE CONSOLE BUT NEVER FAILS THE
007989* RUN - THE DASHBOARD THEN SHOWS THE STEP MISSING AND HOLDS.
007999******************************************************************
008009 9700-WRITE-JOB-STATUS-PARA.
008019     OPEN EXTEND JOB-STATUS-FILE.
008029     IF NOT JOBSTAT-STATUS-OK
008039         OPEN OUTPUT JOB-STATUS-FILE
008049     END-IF.
008059     IF NOT JOBSTAT-STATUS-OK
008069         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE'
008079             ' OPENED - STATUS ' WS-JOBSTAT-STATUS
008089         DISPLAY '*** PRIMEBALANCE STATUS NOT RECORDED ***'
008099         GO TO 9700-EXIT
008109     END-IF.
008119     ACCEPT WS-JOBSTAT-DATE FROM DATE YYYYMMDD.
008129     ACCEPT WS-JOBSTAT-TIME FROM TIME.
008139     MOVE SPACES TO JOB-STATUS-RECORD.
008149     MOVE 'PRIMEBALANCE' TO JST-PROGRAM-ID.
008159     MOVE WS-JOBSTAT-DATE TO JST-RUN-DATE.
008169     MOVE WS-JOBSTAT-TIME(1:6) TO JST-RUN-TIME.
008179     MOVE RETURN-CODE TO JST-RETURN-CODE.
008189     EVALUATE TRUE
008199         WHEN RETURN-CODE > 4
008209             MOVE 'F' TO JST-VERDICT
008219             MOVE 'OUT OF BALANCE - SEE PRMBAL'
008229                 TO JST-VERDICT-NOTE
008239         WHEN WS-FOLDED-COUNT > ZERO
008249             MOVE 'W' TO JST-VERDICT
008259             MOVE 'DUPLICATES FOLDED - SEE PRMBAL'
008269                 TO JST-VERDICT-NOTE
008279         WHEN OTHER
008289             MOVE 'P' TO JST-VERDICT
008299             MOVE 'AUDIT, REPORT, LEDGER AGREE'
008309                 TO JST-VERDICT-NOTE
008319     END-EVALUATE.
008329     MOVE 'AUDIT SELECTED' TO JST-TOTAL-LABEL(1).
008339     MOVE WS-AUDIT-SELECTED TO JST-TOTAL-VALUE(1).
008349     MOVE 'REPORT LINES' TO JST-TOTAL-LABEL(2).
008359     MOVE WS-RPT-READ TO JST-TOTAL-VALUE(2).
008369     MOVE 'ALLOC ROWS' TO JST-TOTAL-LABEL(3).
008379     MOVE WS-ALLOC-SELECTED TO JST-TOTAL-VALUE(3).
008389     MOVE 'BREAKS' TO JST-TOTAL-LABEL(4).
008399     MOVE WS-BREAK-COUNT TO JST-TOTAL-VALUE(4).
008409     WRITE JOB-STATUS-RECORD.
008419     CLOSE JOB-STATUS-FILE.
008429 9700-EXIT.
008439     EXIT.
