000230*     DPTTXN IS APPLIED IN SEQUENCE - 'A' ADDS A DEPARTMENT,
000240*     'C' CHANGES ITS NAME AND/OR DELIVERY CONTACT, 'D'
000250*     DEACTIVATES IT (THE RECORD STAYS ON FILE SO OLD REPORTS
000254*     STILL RESOLVE THE CODE, BUT NEW WORK UNDER IT IS REFUSED),
000259*     'Q' SETS OR RAISES ITS MONTHLY CHECK ALLOWANCES, AND 'M'
000265*     MERGES IT INTO A SUCCESSOR CODE FROM AN EFFECTIVE DATE.
000270*     EVERY TRANSACTION LANDS ON THE MAINTENANCE REPORT WITH ITS
000280*     DISPOSITION, AND THE RUN CLOSES WITH CONTROL TOTALS PROVING
000290*     EVERY CARD READ WAS APPLIED OR REJECTED, NEVER DROPPED.
000320*   DATE        INIT  DESCRIPTION
000330*   ----------  ----  --------------------------------------------
000340*   2026-09-02  JHT   ORIGINAL VERSION.
000341*   2026-09-21  JHT   'Q' ALLOWANCE TRANSACTION - SETS A DEPT'S
000342*                     MONTHLY FRESH-CHECK, RANGE-SCAN, AND
000343*                     NEXT-PRIME SEARCH ALLOWANCES, OR RAISES
000344*                     ONE MID-MONTH BY THE AMOUNT ON THE CARD.
000345*                     THE ALLOWANCES AS THEY NOW STAND FOLLOW
000346*                     THE ACTION LINE ON THE REPORT.
000347*   2026-10-14  JHT   'M' MERGE TRANSACTION - MERGES A DEPT
000348*                     CODE INTO A SUCCESSOR FROM AN EFFECTIVE
000349*                     DATE.  THE OLD RECORD KEEPS THE SUCCESSOR
000350*                     AND DATE AND IS DEACTIVATED ONCE THE DATE
000351*                     IS REACHED; EARLIER MERGES INTO THE OLD
000352*                     CODE ARE MOVED ON TO THE NEW SUCCESSOR.  A
000353*                     MERGED CODE CANNOT BE REACTIVATED BY A 'C'
000354*                     CARD.  PRMDEPT NOW OPENED FOR DYNAMIC ACCESS
000355*                     FOR THE REPOINT PASS.
000356*   2026-10-15  JHT   AN EARLIER MERGE THAT CANNOT BE REPOINTED IS
000357*                     PRINTED ON THE REPORT, COUNTED IN THE
000358*                     TOTALS, AND ENDS THE RUN RC 8.
000359******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PrimeDeptMaint.
000380 AUTHOR. J. H. TARRANT.
000490
000500     SELECT DEPT-REFERENCE-FILE ASSIGN TO PRMDEPT
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DPT-CODE
000540         FILE STATUS IS WS-DEPT-STATUS.
000550
000620*-----------------------------------------------------------------
000630* TRANSACTION CARD - ONE MAINTENANCE ACTION PER CARD.  THE NAME
000640* AND CONTACT COLUMNS ARE REQUIRED ON AN ADD; ON A CHANGE A
000643* BLANK COLUMN LEAVES THE FIELD ON FILE UNTOUCHED.  AN
000645* ALLOWANCE CARD CARRIES 'S' (SET) OR 'R' (RAISE BY) AND THE
000648* THREE ALLOWANCES IN THE NAME COLUMNS; A BLANK ALLOWANCE LEAVES
000651* THAT ONE ON FILE UNTOUCHED.  A MERGE CARD CARRIES THE
000654* SUCCESSOR CODE AND THE EFFECTIVE DATE (YYYYMMDD, BLANK = TODAY)
000656* IN THE NAME COLUMNS.
000660*-----------------------------------------------------------------
000670 FD  DEPT-TRANS-FILE.
000680 01  DEPT-TRANS-RECORD.
000700         88  TXN-IS-ADD              VALUE 'A'.
000710         88  TXN-IS-CHANGE           VALUE 'C'.
000720         88  TXN-IS-DEACTIVATE       VALUE 'D'.
000723         88  TXN-IS-ALLOWANCE        VALUE 'Q'.
000726         88  TXN-IS-MERGE            VALUE 'M'.
000730     05  TXN-DEPT-CODE               PIC X(04).
000740     05  TXN-DEPT-NAME               PIC X(30).
000741     05  TXN-ALLOWANCE-DATA REDEFINES TXN-DEPT-NAME.
000742         10  TXN-ALLOWANCE-MODE      PIC X(01).
000743             88  TXN-ALLOWANCE-SET   VALUE 'S'.
000744             88  TXN-ALLOWANCE-RAISE VALUE 'R'.
000745         10  TXN-FRESH-ALLOWANCE     PIC X(09).
000746         10  TXN-FRESH-AMOUNT REDEFINES TXN-FRESH-ALLOWANCE
000747                                     PIC 9(09).
000748         10  TXN-RANGE-ALLOWANCE     PIC X(09).
000749         10  TXN-RANGE-AMOUNT REDEFINES TXN-RANGE-ALLOWANCE
000750                                     PIC 9(09).
000751         10  TXN-SEARCH-ALLOWANCE    PIC X(09).
000752         10  TXN-SEARCH-AMOUNT REDEFINES TXN-SEARCH-ALLOWANCE
000753                                     PIC 9(09).
000754         10  FILLER                  PIC X(02).
000755     05  TXN-MERGE-DATA REDEFINES TXN-DEPT-NAME.
000756         10  TXN-SUCCESSOR-CODE      PIC X(04).
000757         10  TXN-MERGE-DATE          PIC X(08).
000758         10  TXN-MERGE-DATE-NUM REDEFINES TXN-MERGE-DATE
000759                                     PIC 9(08).
000760         10  FILLER                  PIC X(18).
000761     05  TXN-CONTACT                 PIC X(25).
000762     05  FILLER                      PIC X(20).
000770
000780*-----------------------------------------------------------------
000790* DEPARTMENT REFERENCE MASTER - SHARED LAYOUT WITH PRIMECHECKER
001050         88  CODE-IS-ON-FILE         VALUE 'Y'.
001060
001070 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001071 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001072
001073*-----------------------------------------------------------------
001074* MERGE CARD WORK FIELDS - THE EFFECTIVE DATE AS IT WILL BE
001075* FILED, THE SUCCESSOR'S NAME FOR THE REPORT, AND THE SWITCH
001076* THAT ENDS THE PASS FOR EARLIER MERGES INTO THE OLD CODE.
001077*-----------------------------------------------------------------
001078 01  WS-MERGE-DATE                   PIC 9(08) VALUE ZERO.
001079 01  WS-SUCCESSOR-NAME               PIC X(30) VALUE SPACES.
001080 01  WS-REPOINT-EOF-SW               PIC X(01) VALUE 'N'.
001081     88  END-OF-REPOINT-PASS         VALUE 'Y'.
001082
001083*-----------------------------------------------------------------
001084* ALLOWANCES AS THEY WILL STAND ONCE AN ALLOWANCE CARD HAS
001085* PASSED EVERY CHECK - NOTHING REACHES THE RECORD BEFORE THEN.
001086*-----------------------------------------------------------------
001087 01  WS-NEW-ALLOWANCES.
001088     05  WS-NEW-FRESH                PIC X(09) VALUE SPACES.
001089     05  WS-NEW-FRESH-AMT REDEFINES WS-NEW-FRESH
001090                                     PIC 9(09).
001091     05  WS-NEW-RANGE                PIC X(09) VALUE SPACES.
001092     05  WS-NEW-RANGE-AMT REDEFINES WS-NEW-RANGE
001093                                     PIC 9(09).
001094     05  WS-NEW-SEARCH               PIC X(09) VALUE SPACES.
001095     05  WS-NEW-SEARCH-AMT REDEFINES WS-NEW-SEARCH
001096                                     PIC 9(09).
001097 01  WS-ALLOWANCE-EDIT               PIC ZZZZZZZZ9.
001098
001099*-----------------------------------------------------------------
001100* MAINTENANCE CONTROL COUNTERS - EVERY CARD READ MUST LAND IN
001110* EXACTLY ONE OF THE APPLIED OR REJECTED BUCKETS.
001120*-----------------------------------------------------------------
001150     05  WS-ADDED-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001160     05  WS-CHANGED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001170     05  WS-DEACTIVATED-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001172     05  WS-ALLOWANCE-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001174     05  WS-MERGED-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001175     05  WS-REPOINTED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001177     05  WS-REPOINT-FAILED-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
001180     05  WS-REJECTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001190     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001200
001360     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
001370     05  TOT-VALUE                   PIC ZZZZZZZZ9.
001380     05  FILLER                      PIC X(31) VALUE SPACES.
001381
001382 01  WS-ALLOWANCE-LINE.
001383     05  FILLER                      PIC X(09) VALUE SPACES.
001384     05  FILLER                      PIC X(06) VALUE 'FRESH '.
001385     05  ALW-FRESH                   PIC X(09) VALUE SPACES.
001386     05  FILLER                      PIC X(08) VALUE '  RANGE '.
001387     05  ALW-RANGE                   PIC X(09) VALUE SPACES.
001388     05  FILLER                      PIC X(09) VALUE '  SEARCH '.
001389     05  ALW-SEARCH                  PIC X(09) VALUE SPACES.
001390     05  FILLER                      PIC X(21) VALUE SPACES.
001391
001392 01  WS-MERGE-LINE.
001393     05  FILLER                      PIC X(09) VALUE SPACES.
001394     05  FILLER                      PIC X(12)
001395         VALUE 'MERGED INTO '.
001396     05  MRG-SUCCESSOR               PIC X(04) VALUE SPACES.
001397     05  FILLER                      PIC X(01) VALUE SPACES.
001398     05  MRG-SUCCESSOR-NAME          PIC X(30) VALUE SPACES.
001399     05  FILLER                      PIC X(01) VALUE SPACES.
001400     05  MRG-EFFECTIVE               PIC X(23) VALUE SPACES.
001401
001402 01  WS-REPOINT-LINE.
001403     05  FILLER                      PIC X(09) VALUE SPACES.
001404     05  FILLER                      PIC X(14)
001405         VALUE 'EARLIER MERGE '.
001406     05  RPT-OLD-CODE                PIC X(04) VALUE SPACES.
001407     05  FILLER                      PIC X(18)
001408         VALUE ' NOW POINTS TO    '.
001409     05  RPT-SUCCESSOR               PIC X(04) VALUE SPACES.
001410     05  FILLER                      PIC X(31) VALUE SPACES.
001411
001412 01  WS-REPOINT-FAIL-LINE.
001413     05  FILLER                      PIC X(09) VALUE SPACES.
001414     05  FILLER                      PIC X(14)
001415         VALUE 'EARLIER MERGE '.
001416     05  RPF-OLD-CODE                PIC X(04) VALUE SPACES.
001417     05  FILLER                      PIC X(24)
001418         VALUE ' NOT REPOINTED - STATUS '.
001419     05  RPF-STATUS                  PIC X(02) VALUE SPACES.
001420     05  FILLER                      PIC X(27) VALUE SPACES.
001421
001422 PROCEDURE DIVISION.
001423
001424******************************************************************
001430* 0000-MAIN-PARA
001440* MAINLINE - APPLY EVERY TRANSACTION CARD IN SEQUENCE AND PROVE
001450* THE RUN ON THE MAINTENANCE REPORT CONTROL TOTALS.
001600* FIRST USE VIA THE OPEN-OUTPUT FALLBACK IDIOM), AND THE REPORT.
001610******************************************************************
001620 1000-INITIALIZE-PARA.
001624     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001630     OPEN INPUT DEPT-TRANS-FILE.
001640     IF NOT TRANS-STATUS-OK
001650         DISPLAY 'DEPT-TRANS-FILE (DPTTXN) COULD NOT BE OPENED'
002120******************************************************************
002130* 3000-APPLY-TRANS-PARA
002140* APPLIES ONE TRANSACTION - VALIDATES THE CARD, ROUTES IT TO THE
002146* ADD/CHANGE/DEACTIVATE/ALLOWANCE/MERGE PARAGRAPH, AND REPORTS
002153* THE DISPOSITION.
002160******************************************************************
002170 3000-APPLY-TRANS-PARA.
002180     MOVE SPACES TO WS-REJECT-REASON.
002320                 PERFORM 3200-CHANGE-DEPT-PARA THRU 3200-EXIT
002330             WHEN TXN-IS-DEACTIVATE
002340                 PERFORM 3300-DEACTIVATE-DEPT-PARA THRU 3300-EXIT
002342             WHEN TXN-IS-ALLOWANCE
002344                 PERFORM 3400-SET-ALLOWANCE-PARA THRU 3400-EXIT
002345             WHEN TXN-IS-MERGE
002347                 PERFORM 3600-MERGE-DEPT-PARA THRU 3600-EXIT
002350             WHEN OTHER
002360                 MOVE 'ACTION NOT A, C, D, Q, OR M'
002370                     TO WS-REJECT-REASON
002380         END-EVALUATE
002390     END-IF.
002760* CHANGES THE NAME AND/OR CONTACT OF A DEPARTMENT ON FILE.  A
002770* BLANK TRANSACTION COLUMN LEAVES THE FIELD UNTOUCHED.  A CHANGE
002780* ALSO REACTIVATES A DEACTIVATED CODE - THAT IS THE DELIBERATE
002784* PATH FOR BRINGING A RETIRED DEPARTMENT BACK.  A MERGED CODE IS
002789* NOT BROUGHT BACK THIS WAY - ITS WORK NOW BELONGS TO THE
002795* SUCCESSOR, AND REACTIVATING IT WOULD SPLIT THE HISTORY AGAIN.
002800******************************************************************
002810 3200-CHANGE-DEPT-PARA.
002820     PERFORM 3500-READ-DEPT-PARA THRU 3500-EXIT.
002830     IF NOT CODE-IS-ON-FILE
002840         MOVE 'DEPT CODE NOT ON FILE' TO WS-REJECT-REASON
002842         GO TO 3200-EXIT
002844     END-IF.
002845     IF DPT-SUCCESSOR-CODE NOT = SPACES
002847         MOVE 'DEPT CODE HAS BEEN MERGED' TO WS-REJECT-REASON
002850         GO TO 3200-EXIT
002860     END-IF.
002870     IF TXN-DEPT-NAME NOT = SPACES
003310     EXIT.
003320
003330******************************************************************
003331* 3400-SET-ALLOWANCE-PARA
003332* SETS A DEPARTMENT'S MONTHLY ALLOWANCES ('S'), OR RAISES THEM
003333* MID-MONTH BY THE AMOUNTS ON THE CARD ('R').  A BLANK AMOUNT
003334* LEAVES THAT ALLOWANCE AS IT STANDS.  A RAISE NEEDS AN
003335* ALLOWANCE TO RAISE - AN UNSET ONE IS ALREADY UNLIMITED.  EVERY
003336* AMOUNT IS CHECKED BEFORE ANY OF THEM IS APPLIED, SO A CARD IS
003337* TAKEN WHOLE OR NOT AT ALL.  PRIMECHECKER ENFORCES THE NEW
003338* FIGURES FROM ITS NEXT RUN.
003339******************************************************************
003340 3400-SET-ALLOWANCE-PARA.
003341     IF NOT TXN-ALLOWANCE-SET AND NOT TXN-ALLOWANCE-RAISE
003342         MOVE 'ALLOWANCE MODE NOT S OR R' TO WS-REJECT-REASON
003343         GO TO 3400-EXIT
003344     END-IF.
003345     IF TXN-FRESH-ALLOWANCE = SPACES
003346        AND TXN-RANGE-ALLOWANCE = SPACES
003347        AND TXN-SEARCH-ALLOWANCE = SPACES
003348         MOVE 'NO ALLOWANCE ON THE CARD' TO WS-REJECT-REASON
003349         GO TO 3400-EXIT
003350     END-IF.
003351     IF (TXN-FRESH-ALLOWANCE NOT = SPACES
003352         AND TXN-FRESH-AMOUNT NOT NUMERIC)
003353        OR (TXN-RANGE-ALLOWANCE NOT = SPACES
003354         AND TXN-RANGE-AMOUNT NOT NUMERIC)
003355        OR (TXN-SEARCH-ALLOWANCE NOT = SPACES
003356         AND TXN-SEARCH-AMOUNT NOT NUMERIC)
003357         MOVE 'ALLOWANCE NOT NUMERIC' TO WS-REJECT-REASON
003358         GO TO 3400-EXIT
003359     END-IF.
003360     PERFORM 3500-READ-DEPT-PARA THRU 3500-EXIT.
003361     IF NOT CODE-IS-ON-FILE
003362         MOVE 'DEPT CODE NOT ON FILE' TO WS-REJECT-REASON
003363         GO TO 3400-EXIT
003364     END-IF.
003365     MOVE DPT-FRESH-ALLOWANCE TO WS-NEW-FRESH.
003366     MOVE DPT-RANGE-ALLOWANCE TO WS-NEW-RANGE.
003367     MOVE DPT-SEARCH-ALLOWANCE TO WS-NEW-SEARCH.
003368     IF TXN-ALLOWANCE-SET
003369         IF TXN-FRESH-ALLOWANCE NOT = SPACES
003370             MOVE TXN-FRESH-ALLOWANCE TO WS-NEW-FRESH
003371         END-IF
003372         IF TXN-RANGE-ALLOWANCE NOT = SPACES
003373             MOVE TXN-RANGE-ALLOWANCE TO WS-NEW-RANGE
003374         END-IF
003375         IF TXN-SEARCH-ALLOWANCE NOT = SPACES
003376             MOVE TXN-SEARCH-ALLOWANCE TO WS-NEW-SEARCH
003377         END-IF
003378     ELSE
003379         PERFORM 3450-RAISE-ALLOWANCE-PARA THRU 3450-EXIT
003380         IF WS-REJECT-REASON NOT = SPACES
003381             GO TO 3400-EXIT
003382         END-IF
003383     END-IF.
003384     MOVE WS-NEW-FRESH TO DPT-FRESH-ALLOWANCE.
003385     MOVE WS-NEW-RANGE TO DPT-RANGE-ALLOWANCE.
003386     MOVE WS-NEW-SEARCH TO DPT-SEARCH-ALLOWANCE.
003387     MOVE WS-TODAY-DATE TO DPT-ALLOWANCE-DATE.
003388     REWRITE DEPT-REFERENCE-RECORD
003389         INVALID KEY
003390             MOVE 'ALLOWANCE COULD NOT BE REWRITTEN'
003391                 TO WS-REJECT-REASON
003392         NOT INVALID KEY
003393             ADD 1 TO WS-ALLOWANCE-COUNT
003394             PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
003395             PERFORM 7100-WRITE-ALLOWANCE-PARA THRU 7100-EXIT
003396     END-REWRITE.
003397 3400-EXIT.
003398     EXIT.
003399
003400******************************************************************
003401* 3450-RAISE-ALLOWANCE-PARA
003402* ADDS EACH AMOUNT ON A RAISE CARD TO THE ALLOWANCE ON FILE.
003403* A RAISE ON AN UNSET ALLOWANCE, OR ONE THAT WOULD RUN PAST
003404* NINE DIGITS, REFUSES THE WHOLE CARD.
003405******************************************************************
003406 3450-RAISE-ALLOWANCE-PARA.
003407     IF (TXN-FRESH-ALLOWANCE NOT = SPACES
003408         AND WS-NEW-FRESH-AMT NOT NUMERIC)
003409        OR (TXN-RANGE-ALLOWANCE NOT = SPACES
003410         AND WS-NEW-RANGE-AMT NOT NUMERIC)
003411        OR (TXN-SEARCH-ALLOWANCE NOT = SPACES
003412         AND WS-NEW-SEARCH-AMT NOT NUMERIC)
003413         MOVE 'NO ALLOWANCE SET TO RAISE' TO WS-REJECT-REASON
003414         GO TO 3450-EXIT
003415     END-IF.
003416     IF TXN-FRESH-ALLOWANCE NOT = SPACES
003417         ADD TXN-FRESH-AMOUNT TO WS-NEW-FRESH-AMT
003418             ON SIZE ERROR
003419                 MOVE 'RAISE WOULD OVERFLOW ALLOWANCE'
003420                     TO WS-REJECT-REASON
003421         END-ADD
003422     END-IF.
003423     IF TXN-RANGE-ALLOWANCE NOT = SPACES
003424         ADD TXN-RANGE-AMOUNT TO WS-NEW-RANGE-AMT
003425             ON SIZE ERROR
003426                 MOVE 'RAISE WOULD OVERFLOW ALLOWANCE'
003427                     TO WS-REJECT-REASON
003428         END-ADD
003429     END-IF.
003430     IF TXN-SEARCH-ALLOWANCE NOT = SPACES
003431         ADD TXN-SEARCH-AMOUNT TO WS-NEW-SEARCH-AMT
003432             ON SIZE ERROR
003433                 MOVE 'RAISE WOULD OVERFLOW ALLOWANCE'
003434                     TO WS-REJECT-REASON
003435         END-ADD
003436     END-IF.
003437 3450-EXIT.
003438     EXIT.
003439
003440******************************************************************
003441* 3500-READ-DEPT-PARA
003442* KEYED READ OF THE REFERENCE MASTER FOR THE TRANSACTION CODE.
003443******************************************************************
003444 3500-READ-DEPT-PARA.
003445     MOVE 'N' TO WS-ON-FILE-SW.
003446     MOVE TXN-DEPT-CODE TO DPT-CODE.
003447     READ DEPT-REFERENCE-FILE
003448         INVALID KEY
003449             CONTINUE
003450         NOT INVALID KEY
003451             SET CODE-IS-ON-FILE TO TRUE
003452     END-READ.
003460 3500-EXIT.
003461     EXIT.
003462
003463******************************************************************
003464* 3600-MERGE-DEPT-PARA
003465* MERGES THE CARD'S DEPARTMENT INTO A SUCCESSOR CODE.  THE
003466* SUCCESSOR MUST BE ON FILE, ACTIVE, AND NOT ITSELF MERGED; THE
003467* OLD CODE MUST BE ON FILE AND NOT MERGED ALREADY.  THE OLD
003468* RECORD STAYS ON FILE CARRYING THE SUCCESSOR AND THE EFFECTIVE
003469* DATE, SO OLD REPORTS STILL RESOLVE IT AND EVERY PROGRAM THAT
003470* MEETS IT FROM THAT DATE KNOWS WHERE ITS WORK NOW GOES.  AN
003471* EFFECTIVE DATE OF TODAY OR EARLIER DEACTIVATES THE OLD CODE AT
003472* ONCE; A LATER ONE LEAVES IT ACTIVE UNTIL PRIMEDEPTREMAP RUNS ON
003473* OR AFTER THAT DATE.  PRIMEDEPTREMAP THEN MOVES THE OLD CODE'S
003474* OPEN WORK AND UNBILLED USAGE UNDER THE SUCCESSOR.
003475******************************************************************
003476 3600-MERGE-DEPT-PARA.
003477     IF TXN-SUCCESSOR-CODE = SPACES
003478         MOVE 'SUCCESSOR CODE MISSING' TO WS-REJECT-REASON
003479         GO TO 3600-EXIT
003480     END-IF.
003481     IF TXN-SUCCESSOR-CODE = TXN-DEPT-CODE
003482         MOVE 'CANNOT MERGE A CODE INTO ITSELF'
003483             TO WS-REJECT-REASON
003484         GO TO 3600-EXIT
003485     END-IF.
003486     IF TXN-MERGE-DATE = SPACES
003487         MOVE WS-TODAY-DATE TO WS-MERGE-DATE
003488     ELSE
003489         IF TXN-MERGE-DATE-NUM NOT NUMERIC
003490            OR TXN-MERGE-DATE-NUM = ZERO
003491             MOVE 'MERGE DATE NOT NUMERIC' TO WS-REJECT-REASON
003492             GO TO 3600-EXIT
003493         END-IF
003494         MOVE TXN-MERGE-DATE-NUM TO WS-MERGE-DATE
003495     END-IF.
003496     MOVE TXN-SUCCESSOR-CODE TO DPT-CODE.
003497     READ DEPT-REFERENCE-FILE
003498         INVALID KEY
003499             MOVE 'SUCCESSOR NOT ON FILE' TO WS-REJECT-REASON
003500             GO TO 3600-EXIT
003501     END-READ.
003502     IF DPT-IS-INACTIVE
003503         MOVE 'SUCCESSOR IS INACTIVE' TO WS-REJECT-REASON
003504         GO TO 3600-EXIT
003505     END-IF.
003506     IF DPT-SUCCESSOR-CODE NOT = SPACES
003507         MOVE 'SUCCESSOR IS ITSELF MERGED' TO WS-REJECT-REASON
003508         GO TO 3600-EXIT
003509     END-IF.
003510     MOVE DPT-NAME TO WS-SUCCESSOR-NAME.
003511     PERFORM 3500-READ-DEPT-PARA THRU 3500-EXIT.
003512     IF NOT CODE-IS-ON-FILE
003513         MOVE 'DEPT CODE NOT ON FILE' TO WS-REJECT-REASON
003514         GO TO 3600-EXIT
003515     END-IF.
003516     IF DPT-SUCCESSOR-CODE NOT = SPACES
003517         MOVE 'DEPT CODE ALREADY MERGED' TO WS-REJECT-REASON
003518         GO TO 3600-EXIT
003519     END-IF.
003520     MOVE TXN-SUCCESSOR-CODE TO DPT-SUCCESSOR-CODE.
003521     MOVE WS-MERGE-DATE TO DPT-MERGE-DATE.
003522     IF WS-MERGE-DATE NOT > WS-TODAY-DATE
003523         SET DPT-IS-INACTIVE TO TRUE
003524     END-IF.
003525     REWRITE DEPT-REFERENCE-RECORD
003526         INVALID KEY
003527             MOVE 'MERGE COULD NOT BE REWRITTEN'
003528                 TO WS-REJECT-REASON
003529         NOT INVALID KEY
003530             ADD 1 TO WS-MERGED-COUNT
003531             PERFORM 7000-WRITE-ACTION-PARA THRU 7000-EXIT
003532             PERFORM 7200-WRITE-MERGE-PARA THRU 7200-EXIT
003533     END-REWRITE.
003534     IF WS-REJECT-REASON = SPACES
003535         PERFORM 3650-REPOINT-MERGES-PARA THRU 3650-EXIT
003536     END-IF.
003537 3600-EXIT.
003538     EXIT.
003539
003540******************************************************************
003541* 3650-REPOINT-MERGES-PARA
003542* A CODE MERGED EARLIER INTO THE ONE JUST MERGED WOULD NOW POINT
003543* AT A RETIRED CODE.  ONE PASS OF THE MASTER MOVES EVERY SUCH
003544* EARLIER MERGE ON TO THE NEW SUCCESSOR, SO A MERGED CODE IS
003545* ALWAYS ONE STEP FROM A LIVE ONE AND NO PROGRAM HAS TO FOLLOW A
003546* CHAIN.  EACH ONE MOVED IS NOTED UNDER THE MERGE ON THE REPORT.
003547* ONE THAT CANNOT BE REWRITTEN IS NOTED THERE TOO, COUNTED, AND
003548* ENDS THE RUN RC 8 - IT STILL POINTS AT THE RETIRED CODE.
003549******************************************************************
003550 3650-REPOINT-MERGES-PARA.
003551     MOVE 'N' TO WS-REPOINT-EOF-SW.
003552     MOVE LOW-VALUES TO DPT-CODE.
003553     START DEPT-REFERENCE-FILE KEY IS NOT LESS THAN DPT-CODE
003554         INVALID KEY
003555             SET END-OF-REPOINT-PASS TO TRUE
003556     END-START.
003557     PERFORM 3660-REPOINT-NEXT-PARA THRU 3660-EXIT
003558         UNTIL END-OF-REPOINT-PASS.
003559 3650-EXIT.
003560     EXIT.
003561
003562 3660-REPOINT-NEXT-PARA.
003563     READ DEPT-REFERENCE-FILE NEXT RECORD
003564         AT END
003565             SET END-OF-REPOINT-PASS TO TRUE
003566             GO TO 3660-EXIT
003567     END-READ.
003568     IF DPT-SUCCESSOR-CODE NOT = TXN-DEPT-CODE
003569         GO TO 3660-EXIT
003570     END-IF.
003571     MOVE TXN-SUCCESSOR-CODE TO DPT-SUCCESSOR-CODE.
003572     REWRITE DEPT-REFERENCE-RECORD
003573         INVALID KEY
003574             DISPLAY 'EARLIER MERGE ' DPT-CODE
003575                 ' COULD NOT BE REPOINTED - STATUS '
003576                 WS-DEPT-STATUS
003577             PERFORM 3670-REPOINT-FAILED-PARA THRU 3670-EXIT
003578         NOT INVALID KEY
003579             ADD 1 TO WS-REPOINTED-COUNT
003580             MOVE DPT-CODE TO RPT-OLD-CODE
003581             MOVE TXN-SUCCESSOR-CODE TO RPT-SUCCESSOR
003582             MOVE WS-REPOINT-LINE TO MAINT-REPORT-RECORD
003583             WRITE MAINT-REPORT-RECORD
003584     END-REWRITE.
003585 3660-EXIT.
003586     EXIT.
003587
003588 3670-REPOINT-FAILED-PARA.
003589     ADD 1 TO WS-REPOINT-FAILED-COUNT.
003590     MOVE 8 TO RETURN-CODE.
003591     MOVE DPT-CODE TO RPF-OLD-CODE.
003592     MOVE WS-DEPT-STATUS TO RPF-STATUS.
003593     MOVE WS-REPOINT-FAIL-LINE TO MAINT-REPORT-RECORD.
003594     WRITE MAINT-REPORT-RECORD.
003595 3670-EXIT.
003596     EXIT.
003597
003598******************************************************************
003599* 7000-WRITE-ACTION-PARA
003600* ONE REPORT LINE PER TRANSACTION - THE ACTION, THE CODE, THE
003601* NAME AS IT NOW STANDS, AND THE DISPOSITION.
003602******************************************************************
003603 7000-WRITE-ACTION-PARA.
003604     MOVE SPACES TO WS-ACTION-LINE.
003605     MOVE TXN-ACTION TO ACT-ACTION.
003606     MOVE TXN-DEPT-CODE TO ACT-DEPT-CODE.
003607     IF WS-REJECT-REASON = SPACES
003608         MOVE DPT-NAME TO ACT-DEPT-NAME
003609         MOVE 'APPLIED' TO ACT-DISPOSITION
003610     ELSE
003620         MOVE TXN-DEPT-NAME TO ACT-DEPT-NAME
003630         MOVE WS-REJECT-REASON TO ACT-DISPOSITION
003650     MOVE WS-ACTION-LINE TO MAINT-REPORT-RECORD.
003660     WRITE MAINT-REPORT-RECORD.
003670 7000-EXIT.
003671     EXIT.
003672
003673******************************************************************
003674* 7100-WRITE-ALLOWANCE-PARA
003675* FOLLOWS AN APPLIED ALLOWANCE CARD WITH THE THREE MONTHLY
003676* ALLOWANCES AS THEY NOW STAND - UNLIMITED WHERE NONE IS SET.
003677******************************************************************
003678 7100-WRITE-ALLOWANCE-PARA.
003679     MOVE 'UNLIMITED' TO ALW-FRESH.
003680     IF DPT-FRESH-ALLOWANCE NUMERIC
003681         MOVE DPT-FRESH-ALLOWANCE TO WS-ALLOWANCE-EDIT
003682         MOVE WS-ALLOWANCE-EDIT TO ALW-FRESH
003683     END-IF.
003684     MOVE 'UNLIMITED' TO ALW-RANGE.
003685     IF DPT-RANGE-ALLOWANCE NUMERIC
003686         MOVE DPT-RANGE-ALLOWANCE TO WS-ALLOWANCE-EDIT
003687         MOVE WS-ALLOWANCE-EDIT TO ALW-RANGE
003688     END-IF.
003689     MOVE 'UNLIMITED' TO ALW-SEARCH.
003690     IF DPT-SEARCH-ALLOWANCE NUMERIC
003691         MOVE DPT-SEARCH-ALLOWANCE TO WS-ALLOWANCE-EDIT
003692         MOVE WS-ALLOWANCE-EDIT TO ALW-SEARCH
003693     END-IF.
003694     MOVE WS-ALLOWANCE-LINE TO MAINT-REPORT-RECORD.
003695     WRITE MAINT-REPORT-RECORD.
003696 7100-EXIT.
003697     EXIT.
003698
003699******************************************************************
003700* 7200-WRITE-MERGE-PARA
003701* FOLLOWS AN APPLIED MERGE CARD WITH THE SUCCESSOR AND WHEN THE
003702* OLD CODE STOPS TAKING WORK UNDER ITS OWN NAME.
003703******************************************************************
003704 7200-WRITE-MERGE-PARA.
003705     MOVE TXN-SUCCESSOR-CODE TO MRG-SUCCESSOR.
003706     MOVE WS-SUCCESSOR-NAME TO MRG-SUCCESSOR-NAME.
003707     MOVE SPACES TO MRG-EFFECTIVE.
003708     IF WS-MERGE-DATE > WS-TODAY-DATE
003709         STRING 'FROM ' DELIMITED BY SIZE
003710                WS-MERGE-DATE DELIMITED BY SIZE
003711             INTO MRG-EFFECTIVE
003712     ELSE
003713         STRING 'EFFECTIVE ' DELIMITED BY SIZE
003714                WS-MERGE-DATE DELIMITED BY SIZE
003715             INTO MRG-EFFECTIVE
003716     END-IF.
003717     MOVE WS-MERGE-LINE TO MAINT-REPORT-RECORD.
003718     WRITE MAINT-REPORT-RECORD.
003719 7200-EXIT.
003720     EXIT.
003721
003722******************************************************************
003723* 8000-TOTALS-PARA
003724* MAINTENANCE CONTROL TOTALS - CARDS READ MUST EQUAL APPLIED
003730* PLUS REJECTED, PROVING NO TRANSACTION WAS DROPPED.
003740******************************************************************
003750 8000-TOTALS-PARA.
003960     MOVE WS-TOTAL-LINE TO MAINT-REPORT-RECORD.
003970     WRITE MAINT-REPORT-RECORD.
003980
003981     MOVE 'ALLOWANCES SET OR RAISED' TO TOT-LABEL.
003982     MOVE WS-ALLOWANCE-COUNT TO TOT-VALUE.
003983     MOVE WS-TOTAL-LINE TO MAINT-REPORT-RECORD.
003984     WRITE MAINT-REPORT-RECORD.
003985
003986     MOVE 'DEPARTMENTS MERGED' TO TOT-LABEL.
003987     MOVE WS-MERGED-COUNT TO TOT-VALUE.
003988     MOVE WS-TOTAL-LINE TO MAINT-REPORT-RECORD.
003989     WRITE MAINT-REPORT-RECORD.
003990
003991     MOVE 'TRANSACTIONS REJECTED' TO TOT-LABEL.
004000     MOVE WS-REJECTED-COUNT TO TOT-VALUE.
004010     MOVE WS-TOTAL-LINE TO MAINT-REPORT-RECORD.
004020     WRITE MAINT-REPORT-RECORD.
004030
004040     COMPUTE WS-BALANCE-COUNT =
004050         WS-ADDED-COUNT + WS-CHANGED-COUNT
004056         + WS-DEACTIVATED-COUNT + WS-ALLOWANCE-COUNT
004063         + WS-MERGED-COUNT + WS-REJECTED-COUNT.
004070     IF WS-BALANCE-COUNT = WS-CARDS-READ
004080         MOVE 'MAINTENANCE IN BALANCE - ALL ACCOUNTED'
004090             TO TOT-LABEL
004180     MOVE WS-BALANCE-COUNT TO TOT-VALUE.
004190     MOVE WS-TOTAL-LINE TO MAINT-REPORT-RECORD.
004200     WRITE MAINT-REPORT-RECORD.
004201
004202     MOVE 'EARLIER MERGES REPOINTED (INFORMATION)' TO TOT-LABEL.
004203     MOVE WS-REPOINTED-COUNT TO TOT-VALUE.
004204     MOVE WS-TOTAL-LINE TO MAINT-REPORT-RECORD.
004205     WRITE MAINT-REPORT-RECORD.
004206
004207     MOVE 'EARLIER MERGES NOT REPOINTED' TO TOT-LABEL.
004208     MOVE WS-REPOINT-FAILED-COUNT TO TOT-VALUE.
004209     MOVE WS-TOTAL-LINE TO MAINT-REPORT-RECORD.
004210     WRITE MAINT-REPORT-RECORD.
004211     IF WS-REPOINT-FAILED-COUNT > ZERO
004212         DISPLAY '*** PRIMEDEPTMAINT - EARLIER MERGES NOT'
004213             ' REPOINTED - SEE DPTRPT ***'
004214     END-IF.
004215 8000-EXIT.
004220     EXIT.
