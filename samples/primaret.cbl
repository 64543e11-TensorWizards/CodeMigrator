000270*     TO RETIRE THE ACKNOWLEDGED ROWS - MATCHED EXTRACT ROWS
000280*     MOVE TO A DATED ARCHIVE (PRMALARC, DATED BY THE JCL DSN,
000290*     ONE PER RUN), AND ONLY THE OPEN UNACKED ROWS ARE CARRIED
000300*     FORWARD TO A NEW LIVE FILE (PRMALOCN) WHICH PRIMESWAP
000310*     PUTS OVER PRMALOC ONLY AFTER THE BALANCE REPORT PROVES
000320*     EXAMINED = ARCHIVED + RETAINED - THE SAME SPLIT
000330*     DISCIPLINE PRIMEARCHIVE APPLIES TO THE AUDIT TRAIL, SO AN
000340*     ABEND MID-RUN NEVER DAMAGES THE LIVE FILE.  AN OUT-OF-
000380*   DATE        INIT  DESCRIPTION
000390*   ----------  ----  --------------------------------------------
000400*   2026-09-02  JHT   ORIGINAL VERSION.
000402*   2026-10-07  JHT   PRMALOCN IS NOW SWAPPED IN BY PRIMESWAP,
000403*                     WHICH READS THIS JOB'S BALANCE REPORT BACK -
000404*                     THE CONSOLE MESSAGE NAMES IT, NOT A COPY.
000406*   2026-10-09  JHT   APPEND A STATUS RECORD TO PRMJSTAT AT END OF
000408*                     RUN FOR THE MORNING OPERATIONS DASHBOARD.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. PrimeAllocRetire.
000760     SELECT RETIRE-REPORT-FILE ASSIGN TO PRMALRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-STATUS.
000782
000784     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
000785         ORGANIZATION IS LINE SEQUENTIAL
000787         FILE STATUS IS WS-JOBSTAT-STATUS.
000790
000800     SELECT EXTRACT-SORT-FILE ASSIGN TO SORTWK1.
000810
001360     05  SRK-TIMESTAMP               PIC X(15).
001370     05  FILLER                      PIC X(56).
001380
001381*-----------------------------------------------------------------
001382* JOB STATUS FILE - ONE RECORD APPENDED PER RUN FOR THE MORNING
001383* DASHBOARD.  SHARED LAYOUT WITH PRIMEDASHBOARD VIA COPYBOOK.
001384*-----------------------------------------------------------------
001386 FD  JOB-STATUS-FILE.
001387 01  JOB-STATUS-RECORD.
001388     COPY PRMJSTR.
001390 WORKING-STORAGE SECTION.
001400*-----------------------------------------------------------------
001410* FILE STATUS SWITCHES
001550         88  NEWFILE-STATUS-OK       VALUE '00'.
001560     05  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001570         88  REPORT-STATUS-OK        VALUE '00'.
001573     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
001576         88  JOBSTAT-STATUS-OK       VALUE '00'.
001580
001590 01  WS-SWITCHES.
001600     05  WS-EXTRACT-EOF-SW           PIC X(01) VALUE 'N'.
001920     05  TOT-VALUE                   PIC ZZZZZZZZ9.
001930     05  FILLER                      PIC X(31) VALUE SPACES.
001940
001942*-----------------------------------------------------------------
001943* JOB STATUS STAMP - WHEN THIS RUN ENDED, FOR ITS STATUS RECORD.
001944*-----------------------------------------------------------------
001946 01  WS-JOBSTAT-DATE                 PIC 9(08) VALUE ZERO.
001948 01  WS-JOBSTAT-TIME                 PIC 9(08) VALUE ZERO.
001950 PROCEDURE DIVISION.
001960
001970******************************************************************
002070     CLOSE ALLOC-ARCHIVE-FILE.
002080     CLOSE ALLOC-NEWFILE.
002090     CLOSE RETIRE-REPORT-FILE.
002094     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
002100     STOP RUN.
002110
002120******************************************************************
003820******************************************************************
003830* 8000-BALANCE-PARA
003840* THE SPLIT PROOF - EVERY EXTRACT ROW EXAMINED LANDED IN
003847* EXACTLY ONE OF THE ARCHIVE OR RETAINED BUCKETS.  PRIMESWAP
003855* READS THESE LABELS BACK AND SWAPS PRMALOCN OVER PRMALOC ONLY ON
003862* A BALANCED RUN - THEY ARE NOT TO BE REWORDED.
003870******************************************************************
003880 8000-BALANCE-PARA.
003890     MOVE 'ALLOCATION EXTRACT RETIREMENT - TOTALS'
004170     IF WS-BALANCE-COUNT = WS-EXAMINED-COUNT
004180         MOVE 'RETIREMENT IN BALANCE - SWAP APPROVED'
004190             TO TOT-LABEL
004200         DISPLAY 'PRIMEALLOCRETIRE - SPLIT IN BALANCE, RUN'
004210             ' PRIMESWAP FOR PRMALOC'
004220     ELSE
004230         MOVE '** OUT OF BALANCE - DO NOT SWAP **'
004240             TO TOT-LABEL
004310     WRITE RETIRE-REPORT-RECORD.
004320 8000-EXIT.
004330     EXIT.
004339
004349******************************************************************
004359* 9700-WRITE-JOB-STATUS-PARA
004369* APPENDS THIS RUN'S RECORD TO THE JOB STATUS FILE (PRMJSTAT) FOR
004379* THE MORNING DASHBOARD - RETURN CODE, KEY CONTROL TOTALS, AND THE
004389* RUN'S OWN VERDICT.  A RUN OUT OF BALANCE FAILS; ORPHAN
004399* ACKNOWLEDGEMENTS ONLY WARN.
004409* A FIRST-EVER RUN CREATES THE FILE VIA THE OPEN-OUTPUT FALLBACK.
004419* AN UNOPENABLE FILE SHOUTS ON THE CONSOLE BUT NEVER FAILS THE
004429* RUN - THE DASHBOARD THEN SHOWS THE STEP MISSING AND HOLDS.
004439******************************************************************
004449 9700-WRITE-JOB-STATUS-PARA.
004459     OPEN EXTEND JOB-STATUS-FILE.
004469     IF NOT JOBSTAT-STATUS-OK
004479         OPEN OUTPUT JOB-STATUS-FILE
004489     END-IF.
004499     IF NOT JOBSTAT-STATUS-OK
004509         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE'
004519             ' OPENED - STATUS ' WS-JOBSTAT-STATUS
004529         DISPLAY '*** PRIMEALLOCRETIRE STATUS NOT RECORDED ***'
004539         GO TO 9700-EXIT
004549     END-IF.
004559     ACCEPT WS-JOBSTAT-DATE FROM DATE YYYYMMDD.
004569     ACCEPT WS-JOBSTAT-TIME FROM TIME.
004579     MOVE SPACES TO JOB-STATUS-RECORD.
004589     MOVE 'PRIMEALLOCRETIRE' TO JST-PROGRAM-ID.
004599     MOVE WS-JOBSTAT-DATE TO JST-RUN-DATE.
004609     MOVE WS-JOBSTAT-TIME(1:6) TO JST-RUN-TIME.
004619     MOVE RETURN-CODE TO JST-RETURN-CODE.
004629     EVALUATE TRUE
004639         WHEN RETURN-CODE > 4
004649             MOVE 'F' TO JST-VERDICT
004659             MOVE 'OUT OF BALANCE - SEE PRMALRPT'
004669                 TO JST-VERDICT-NOTE
004679         WHEN WS-ORPHAN-COUNT > ZERO
004689             MOVE 'W' TO JST-VERDICT
004699             MOVE 'ORPHAN ACKS - SEE PRMALRPT' TO JST-VERDICT-NOTE
004709         WHEN OTHER
004719             MOVE 'P' TO JST-VERDICT
004729             MOVE 'LEDGER RETIREMENT IN BALANCE'
004739                 TO JST-VERDICT-NOTE
004749     END-EVALUATE.
004759     MOVE 'EXAMINED' TO JST-TOTAL-LABEL(1).
004769     MOVE WS-EXAMINED-COUNT TO JST-TOTAL-VALUE(1).
004779     MOVE 'ARCHIVED' TO JST-TOTAL-LABEL(2).
004789     MOVE WS-ARCHIVED-COUNT TO JST-TOTAL-VALUE(2).
004799     MOVE 'RETAINED' TO JST-TOTAL-LABEL(3).
004809     MOVE WS-RETAINED-COUNT TO JST-TOTAL-VALUE(3).
004819     MOVE 'ORPHAN ACKS' TO JST-TOTAL-LABEL(4).
004829     MOVE WS-ORPHAN-COUNT TO JST-TOTAL-VALUE(4).
004839     WRITE JOB-STATUS-RECORD.
004849     CLOSE JOB-STATUS-FILE.
004859 9700-EXIT.
004869     EXIT.
