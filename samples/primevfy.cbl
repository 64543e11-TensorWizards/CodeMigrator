000320*   DATE        INIT  DESCRIPTION
000330*   ----------  ----  --------------------------------------------
000340*   2026-08-22  JHT   ORIGINAL VERSION.
000343*   2026-10-09  JHT   APPEND A STATUS RECORD TO PRMJSTAT AT END OF
000346*                     RUN FOR THE MORNING OPERATIONS DASHBOARD.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PrimeVerify.
000500     SELECT INTEGRITY-CERT-FILE ASSIGN TO PRMVCERT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CERT-STATUS.
000522     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
000524         ORGANIZATION IS LINE SEQUENTIAL
000527         FILE STATUS IS WS-JOBSTAT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000640 FD  INTEGRITY-CERT-FILE.
000650 01  INTEGRITY-CERT-RECORD           PIC X(80).
000660
000661*-----------------------------------------------------------------
000662* JOB STATUS FILE - ONE RECORD APPENDED PER RUN FOR THE MORNING
000663* DASHBOARD.  SHARED LAYOUT WITH PRIMEDASHBOARD VIA COPYBOOK.
000664*-----------------------------------------------------------------
000666 FD  JOB-STATUS-FILE.
000667 01  JOB-STATUS-RECORD.
000668     COPY PRMJSTR.
000670 WORKING-STORAGE SECTION.
000680*-----------------------------------------------------------------
000690* FILE STATUS SWITCHES
000730         88  AUDIT-STATUS-OK         VALUE '00'.
000740     05  WS-CERT-STATUS              PIC X(02) VALUE SPACES.
000750         88  CERT-STATUS-OK          VALUE '00'.
000753     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
000756         88  JOBSTAT-STATUS-OK       VALUE '00'.
000760
000770 01  WS-SWITCHES.
000780     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001130     05  BRK-EXPECTED                PIC ZZZZZZZZ9.
001140     05  FILLER                      PIC X(29) VALUE SPACES.
001150
001152*-----------------------------------------------------------------
001153* JOB STATUS STAMP - WHEN THIS RUN ENDED, FOR ITS STATUS RECORD.
001154*-----------------------------------------------------------------
001156 01  WS-JOBSTAT-DATE                 PIC 9(08) VALUE ZERO.
001158 01  WS-JOBSTAT-TIME                 PIC 9(08) VALUE ZERO.
001160 PROCEDURE DIVISION.
001170
001180******************************************************************
001270     CLOSE PRIME-AUDIT-FILE.
001280     PERFORM 8000-CERTIFICATE-PARA THRU 8000-EXIT.
001290     CLOSE INTEGRITY-CERT-FILE.
001294     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
001300     STOP RUN.
001310
001320******************************************************************
002820     END-IF.
002830 8000-EXIT.
002840     EXIT.
002849
002859******************************************************************
002869* 9700-WRITE-JOB-STATUS-PARA
002879* APPENDS THIS RUN'S RECORD TO THE JOB STATUS FILE (PRMJSTAT) FOR
002889* THE MORNING DASHBOARD - RETURN CODE, KEY CONTROL TOTALS, AND THE
002899* RUN'S OWN VERDICT.  ANY CHAIN BREAK OR BAD SEAL FAILS THE STEP.
002909* A FIRST-EVER RUN CREATES THE FILE VIA THE OPEN-OUTPUT FALLBACK.
002919* AN UNOPENABLE FILE SHOUTS ON THE CONSOLE BUT NEVER FAILS THE
002929* RUN - THE DASHBOARD THEN SHOWS THE STEP MISSING AND HOLDS.
002939******************************************************************
002949 9700-WRITE-JOB-STATUS-PARA.
002959     OPEN EXTEND JOB-STATUS-FILE.
002969     IF NOT JOBSTAT-STATUS-OK
002979         OPEN OUTPUT JOB-STATUS-FILE
002989     END-IF.
002999     IF NOT JOBSTAT-STATUS-OK
003009         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE'
003019             ' OPENED - STATUS ' WS-JOBSTAT-STATUS
003029         DISPLAY '*** PRIMEVERIFY STATUS NOT RECORDED ***'
003039         GO TO 9700-EXIT
003049     END-IF.
003059     ACCEPT WS-JOBSTAT-DATE FROM DATE YYYYMMDD.
003069     ACCEPT WS-JOBSTAT-TIME FROM TIME.
003079     MOVE SPACES TO JOB-STATUS-RECORD.
003089     MOVE 'PRIMEVERIFY' TO JST-PROGRAM-ID.
003099     MOVE WS-JOBSTAT-DATE TO JST-RUN-DATE.
003109     MOVE WS-JOBSTAT-TIME(1:6) TO JST-RUN-TIME.
003119     MOVE RETURN-CODE TO JST-RETURN-CODE.
003129     IF FILE-IS-INTACT
003139         MOVE 'P' TO JST-VERDICT
003149         MOVE 'AUDIT CHAIN INTACT' TO JST-VERDICT-NOTE
003159     ELSE
003169         MOVE 'F' TO JST-VERDICT
003179         MOVE 'CHAIN BROKEN - SEE PRMVCERT' TO JST-VERDICT-NOTE
003189     END-IF.
003199     MOVE 'RECORDS READ' TO JST-TOTAL-LABEL(1).
003209     MOVE WS-RECORDS-READ TO JST-TOTAL-VALUE(1).
003219     MOVE 'SEQUENCED' TO JST-TOTAL-LABEL(2).
003229     MOVE WS-SEQUENCED-COUNT TO JST-TOTAL-VALUE(2).
003239     MOVE 'SEQUENCE BREAKS' TO JST-TOTAL-LABEL(3).
003249     MOVE WS-BREAK-COUNT TO JST-TOTAL-VALUE(3).
003259     MOVE 'BAD SEALS' TO JST-TOTAL-LABEL(4).
003269     MOVE WS-BAD-SEAL-COUNT TO JST-TOTAL-VALUE(4).
003279     WRITE JOB-STATUS-RECORD.
003289     CLOSE JOB-STATUS-FILE.
003299 9700-EXIT.
003309     EXIT.
