000240*     DATE OFF TO AN ARCHIVE FILE, ALWAYS KEEPING THE MOST RECENT
000250*     RECORD PER AUD-NUM LIVE SO AN INQUIRY STILL ANSWERS FOR
000260*     EVERY NUMBER EVER CHECKED.  THE RETAINED RECORDS ARE
000270*     WRITTEN TO A NEW LIVE FILE (PRMAUDN) WHICH PRIMESWAP
000280*     PUTS OVER PRMAUD ONLY AFTER THE PURGE REPORT BALANCES -
000290*     AN ABEND MID-RUN THEREFORE NEVER DAMAGES THE LIVE FILE.
000300*     THE ARCHIVE DATASET IS DATED BY THE JCL DSN, ONE PER RUN.
000310**
000384*                     FULL-HISTORY INQUIRIES WITHOUT A RESTORE.
000385*                     A BLANK DSN ON THE CARD IS CATALOGED AS
000386*                     PRMARCH.D PLUS THE RUN DATE.
000387*   2026-10-02  JHT   LEGAL HOLD - EVERY AUDIT RECORD OF A NUMBER
000388*                     WITH A HOLD IN FORCE ON PRMHOLD (PLACED BY
000389*                     PRIMELEGALHOLD) STAYS ON THE NEW LIVE FILE
000390*                     WHATEVER ITS DATE, COUNTED SEPARATELY ON THE
000391*                     PURGE REPORT SO EXAMINED = ARCHIVED +
000392*                     RETAINED + HELD STILL PROVES THE SPLIT.  A
000393*                     HOLD FILE THAT EXISTS BUT CANNOT BE READ
000394*                     REFUSES THE PURGE.
000395*   2026-10-07  JHT   PRMAUDN IS NOW SWAPPED IN BY PRIMESWAP,
000396*                     WHICH READS THE PURGE REPORT BACK AND
000397*                     RE-RUNS THE SEAL CHAIN CHECK - LABELS FIXED.
000398*   2026-10-09  JHT   APPEND A STATUS RECORD TO PRMJSTAT AT END OF
000399*                     RUN FOR THE MORNING OPERATIONS DASHBOARD.
000400*   2026-10-12  JHT   AUDIT RECORD NOW 120 BYTES - NEW LIVE AND
000401*                     ARCHIVE RECORDS WIDENED TO MATCH.  A RECORD
000402*                     WHOSE WORK-ORDER REFERENCE IS UNDER A LEGAL
000403*                     HOLD IN FORCE STAYS LIVE, AS A HELD NUMBER'S
000404*                     RECORDS DO.
000405******************************************************************
000406 IDENTIFICATION DIVISION.
000407 PROGRAM-ID. PrimeArchive.
000410 AUTHOR. J. H. TARRANT.
000420 INSTALLATION. DATA CENTER SERVICES.
000430 DATE-WRITTEN. 2026-08-22.
000674         ORGANIZATION IS LINE SEQUENTIAL
000675         FILE STATUS IS WS-CATALOG-STATUS.
000680
000681     SELECT LEGAL-HOLD-FILE ASSIGN TO PRMHOLD
000682         ORGANIZATION IS INDEXED
000683         ACCESS MODE IS DYNAMIC
000684         RECORD KEY IS LGH-KEY
000685         FILE STATUS IS WS-HOLD-STATUS.
000686
000687     SELECT JOB-STATUS-FILE ASSIGN TO PRMJSTAT
000688         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-JOBSTAT-STATUS.
000690
000691     SELECT AUDIT-SORT-FILE ASSIGN TO SORTWK.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000890     COPY PRMAUDR.
000900
000910 FD  PRIME-AUDIT-NEWFILE.
000920 01  PRIME-AUDIT-NEWRECORD           PIC X(120).
000930
000940 FD  PRIME-ARCHIVE-FILE.
000950 01  PRIME-ARCHIVE-RECORD            PIC X(120).
000960
000970 FD  PURGE-REPORT-FILE.
000980 01  PURGE-REPORT-RECORD             PIC X(80).
000989     COPY PRMCATR.
000990
001000*-----------------------------------------------------------------
001001* LEGAL HOLD FILE - KEYED BY WHAT IS HELD PLUS CASE NUMBER, SO ALL
001002* THE HOLDS ON ONE NUMBER SIT TOGETHER.  SHARED LAYOUT WITH
001003* PRIMELEGALHOLD VIA COPYBOOK.
001004*-----------------------------------------------------------------
001005 FD  LEGAL-HOLD-FILE.
001006 01  LEGAL-HOLD-RECORD.
001007     COPY PRMLGHR.
001008
001009*-----------------------------------------------------------------
001010* SORT WORK FILE - THE AUDIT TRAIL SORTED BY NUMBER THEN
001020* TIMESTAMP, SO THE LAST RECORD OF EACH NUMBER GROUP IS THAT
001030* NUMBER'S MOST RECENT CHECK.
001060 01  AUDIT-SORT-RECORD.
001070     COPY PRMAUDR REPLACING LEADING ==AUD== BY ==SRT==.
001080
001081*-----------------------------------------------------------------
001082* JOB STATUS FILE - ONE RECORD APPENDED PER RUN FOR THE MORNING
001083* DASHBOARD.  SHARED LAYOUT WITH PRIMEDASHBOARD VIA COPYBOOK.
001084*-----------------------------------------------------------------
001086 FD  JOB-STATUS-FILE.
001087 01  JOB-STATUS-RECORD.
001088     COPY PRMJSTR.
001090 WORKING-STORAGE SECTION.
001100*-----------------------------------------------------------------
001110* FILE STATUS SWITCHES
001230         88  REPORT-STATUS-OK        VALUE '00'.
001232     05  WS-CATALOG-STATUS           PIC X(02) VALUE SPACES.
001234         88  CATALOG-STATUS-OK       VALUE '00'.
001235     05  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
001236         88  HOLD-STATUS-OK          VALUE '00'.
001237         88  HOLD-FILE-NOT-FOUND     VALUE '35'.
001238     05  WS-JOBSTAT-STATUS           PIC X(02) VALUE SPACES.
001239         88  JOBSTAT-STATUS-OK       VALUE '00'.
001240
001250 01  WS-SWITCHES.
001260     05  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001270         88  END-OF-SORT-FILE        VALUE 'Y'.
001272     05  WS-DATA-FOUND-SW            PIC X(01) VALUE 'N'.
001274         88  DATA-RECORD-FOUND       VALUE 'Y'.
001275     05  WS-HOLD-AVAIL-SW            PIC X(01) VALUE 'N'.
001276         88  HOLD-FILE-AVAILABLE     VALUE 'Y'.
001277     05  WS-HOLD-SCAN-SW             PIC X(01) VALUE 'N'.
001278         88  END-OF-HOLD-SCAN        VALUE 'Y'.
001279     05  WS-LEGAL-HOLD-SW            PIC X(01) VALUE 'N'.
001280         88  NUMBER-UNDER-HOLD       VALUE 'Y'.
001281     05  WS-HOLD-CHECKED-SW          PIC X(01) VALUE 'N'.
001282         88  HOLD-ALREADY-CHECKED    VALUE 'Y'.
001283
001290*-----------------------------------------------------------------
001300* HELD RECORD - THE PRIOR SORTED RECORD, DISPOSED OF ONLY AFTER
001310* THE FOLLOWING RECORD SHOWS WHETHER A LATER CHECK OF THE SAME
001350     COPY PRMAUDR REPLACING LEADING ==AUD== BY ==HLD==.
001360
001370 01  WS-BOUNDARY-DATE                PIC X(08) VALUE SPACES.
001371
001372*-----------------------------------------------------------------
001373* LEGAL HOLD LOOKUP - THE NUMBER LAST LOOKED UP (THE SORTED
001374* STREAM BRINGS EACH NUMBER'S RECORDS TOGETHER, SO ONE LOOKUP
001375* SERVES THE WHOLE GROUP), THE WORK-ORDER REFERENCE LAST LOOKED
001376* UP, THE ANSWER FOR EACH, AND THE ITEM BEING SOUGHT.
001377*-----------------------------------------------------------------
001378 01  WS-HOLD-CHECKED-NUM             PIC 9(09) VALUE ZERO.
001379 01  WS-NUM-HOLD-SW                  PIC X(01) VALUE 'N'.
001380 01  WS-HOLD-CHECKED-REF             PIC X(12) VALUE SPACES.
001381 01  WS-REF-HOLD-SW                  PIC X(01) VALUE 'N'.
001382 01  WS-SEEK-HOLD-ITEM.
001383     05  WS-SEEK-TYPE                PIC X(01) VALUE SPACES.
001384     05  WS-SEEK-VALUE               PIC X(12) VALUE SPACES.
001385
001386*-----------------------------------------------------------------
001387* CATALOG FIELDS - THE DSN OFF THE CONTROL CARD AND THE CHECK-
001388* DATE RANGE OF THE RECORDS ARCHIVED THIS RUN, TRACKED AS THEY
001389* LAND ON THE ARCHIVE FILE.
001390*-----------------------------------------------------------------
001391 01  WS-ARCHIVE-DSN                  PIC X(26) VALUE SPACES.
001392 01  WS-ARC-FROM-DATE                PIC X(08) VALUE SPACES.
001393 01  WS-ARC-TO-DATE                  PIC X(08) VALUE SPACES.
001394
001395*-----------------------------------------------------------------
001400* PURGE CONTROL COUNTERS - FEED THE PURGE REPORT AT JOB END.
001410*-----------------------------------------------------------------
001420 01  WS-COUNTERS.
001450     05  WS-RETAINED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001460     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001462     05  WS-SEAL-RETIRED-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
001463     05  WS-LEGAL-HOLD-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
001464
001466 01  WS-NEW-SEQ                      PIC 9(09) COMP-3 VALUE ZERO.
001468 01  WS-STAMP-DATE                   PIC 9(08) VALUE ZERO.
001600     05  BND-DATE                    PIC X(08).
001610     05  FILLER                      PIC X(32) VALUE SPACES.
001620
001622*-----------------------------------------------------------------
001623* JOB STATUS STAMP - WHEN THIS RUN ENDED, FOR ITS STATUS RECORD.
001624*-----------------------------------------------------------------
001626 01  WS-JOBSTAT-DATE                 PIC 9(08) VALUE ZERO.
001628 01  WS-JOBSTAT-TIME                 PIC 9(08) VALUE ZERO.
001630 PROCEDURE DIVISION.
001640
001650******************************************************************
001750     CLOSE PRIME-AUDIT-NEWFILE.
001760     CLOSE PRIME-ARCHIVE-FILE.
001770     CLOSE PURGE-REPORT-FILE.
001772     IF HOLD-FILE-AVAILABLE
001774         CLOSE LEGAL-HOLD-FILE
001775     END-IF.
001777     PERFORM 9700-WRITE-JOB-STATUS-PARA THRU 9700-EXIT.
001780     STOP RUN.
001790
001800******************************************************************
001810* 1000-INITIALIZE-PARA
001820* READS AND VALIDATES THE RETENTION CONTROL CARD AND OPENS THE
001830* OUTPUT FILES.  A MISSING OR NON-NUMERIC BOUNDARY DATE REFUSES
001834* THE RUN - A PURGE MUST NEVER GUESS ITS OWN CUTOFF.  NO LEGAL
001837* HOLD FILE MEANS NO HOLD HAS EVER BEEN PLACED; ONE THAT EXISTS
001842* BUT WILL NOT OPEN REFUSES THE RUN - A PURGE MUST NEVER GUESS
001845* WHAT COMPLIANCE HAS FROZEN EITHER.
001850******************************************************************
001860 1000-INITIALIZE-PARA.
001870     OPEN INPUT ARCHIVE-CONTROL-FILE.
002240         DISPLAY 'PURGE RUN TERMINATED - NO RECORDS PROCESSED'
002250         STOP RUN
002260     END-IF.
002261     OPEN INPUT LEGAL-HOLD-FILE.
002262     EVALUATE TRUE
002263         WHEN HOLD-STATUS-OK
002264             SET HOLD-FILE-AVAILABLE TO TRUE
002265         WHEN HOLD-FILE-NOT-FOUND
002266             DISPLAY 'NO LEGAL HOLD FILE (PRMHOLD) ON FILE - NO'
002267                 ' RECORDS ARE UNDER HOLD'
002268         WHEN OTHER
002269             DISPLAY 'LEGAL-HOLD-FILE (PRMHOLD) COULD NOT BE'
002270                 ' OPENED - STATUS ' WS-HOLD-STATUS
002271             DISPLAY 'PURGE RUN REFUSED - HELD RECORDS CANNOT BE'
002272                 ' PROTECTED'
002273             MOVE 8 TO RETURN-CODE
002274             STOP RUN
002275     END-EVALUATE.
002276 1000-EXIT.
002280     EXIT.
002290
002300******************************************************************
002470* HOLDS EACH SORTED RECORD UNTIL THE NEXT ONE SHOWS WHETHER A
002480* LATER CHECK OF THE SAME NUMBER EXISTS.  A SUPERSEDED RECORD
002490* OLDER THAN THE BOUNDARY DATE IS ARCHIVED; EVERYTHING ELSE -
002497* INCLUDING THE MOST RECENT RECORD OF EVERY NUMBER, HOWEVER OLD,
002505* AND EVERY RECORD OF A NUMBER UNDER LEGAL HOLD - STAYS ON THE
002512* LIVE FILE.
002520******************************************************************
002530 3000-PURGE-PARA.
002540     PERFORM 3050-GET-DATA-PARA THRU 3050-EXIT.
002610     MOVE AUDIT-SORT-RECORD TO WS-HOLD-RECORD.
002620     PERFORM 3100-NEXT-RECORD-PARA THRU 3100-EXIT
002630         UNTIL END-OF-SORT-FILE.
002633     PERFORM 3250-CHECK-LEGAL-HOLD-PARA THRU 3250-EXIT.
002635     IF NUMBER-UNDER-HOLD
002638         PERFORM 3450-KEEP-ON-HOLD-PARA THRU 3450-EXIT
002641     ELSE
002644         PERFORM 3400-RETAIN-HELD-PARA THRU 3400-EXIT
002646     END-IF.
002650 3000-EXIT.
002660     EXIT.
002661
002800* 3200-DISPOSE-HELD-PARA
002810* THE RECORD JUST RETURNED FOLLOWS THE HELD ONE IN SORT ORDER,
002820* SO AN EQUAL NUMBER MEANS THE HELD RECORD IS SUPERSEDED BY A
002826* LATER CHECK AND MAY BE ARCHIVED IF IT IS OLD ENOUGH - UNLESS
002833* ITS NUMBER IS UNDER LEGAL HOLD, WHEN IT STAYS LIVE REGARDLESS.
002840******************************************************************
002850 3200-DISPOSE-HELD-PARA.
002852     PERFORM 3250-CHECK-LEGAL-HOLD-PARA THRU 3250-EXIT.
002853     IF NUMBER-UNDER-HOLD
002854         PERFORM 3450-KEEP-ON-HOLD-PARA THRU 3450-EXIT
002856         GO TO 3200-EXIT
002858     END-IF.
002860     IF SRT-NUM = HLD-NUM
002870         IF HLD-TIMESTAMP(1:8) < WS-BOUNDARY-DATE
002880             PERFORM 3300-ARCHIVE-HELD-PARA THRU 3300-EXIT
002930         PERFORM 3400-RETAIN-HELD-PARA THRU 3400-EXIT
002940     END-IF.
002950 3200-EXIT.
002951     EXIT.
002952
002953******************************************************************
002954* 3250-CHECK-LEGAL-HOLD-PARA
002955* IS THE HELD RECORD'S NUMBER UNDER A LEGAL HOLD IN FORCE?  THE
002956* HOLDS ON ONE NUMBER SIT TOGETHER ON THE FILE, ONE PER CASE, SO
002957* THE LOOKUP POSITIONS TO THE FIRST AND READS ON UNTIL IT FINDS
002958* ONE IN FORCE OR RUNS PAST THE NUMBER.  THE ANSWER IS KEPT FOR
002959* THE REST OF THE NUMBER'S GROUP.  A RECORD WHOSE NUMBER IS FREE
002960* IS STILL HELD WHEN A HOLD IS IN FORCE ON ITS WORK-ORDER
002961* REFERENCE - THAT ANSWER IS KEPT UNTIL THE REFERENCE CHANGES.
002962******************************************************************
002963 3250-CHECK-LEGAL-HOLD-PARA.
002964     IF HOLD-ALREADY-CHECKED AND HLD-NUM = WS-HOLD-CHECKED-NUM
002965         MOVE WS-NUM-HOLD-SW TO WS-LEGAL-HOLD-SW
002966         GO TO 3250-CHECK-REF
002967     END-IF.
002968     SET HOLD-ALREADY-CHECKED TO TRUE.
002969     MOVE HLD-NUM TO WS-HOLD-CHECKED-NUM.
002970     MOVE 'N' TO WS-LEGAL-HOLD-SW.
002971     MOVE 'N' TO WS-NUM-HOLD-SW.
002972     IF NOT HOLD-FILE-AVAILABLE
002973         GO TO 3250-EXIT
002974     END-IF.
002975     MOVE SPACES TO LGH-KEY.
002976     SET LGH-BY-NUMBER TO TRUE.
002977     MOVE HLD-NUM TO LGH-NUM.
002978     PERFORM 3255-SEEK-HOLDS-PARA THRU 3255-EXIT.
002979     MOVE WS-LEGAL-HOLD-SW TO WS-NUM-HOLD-SW.
002980 3250-CHECK-REF.
002981     IF NUMBER-UNDER-HOLD
002982      OR NOT HOLD-FILE-AVAILABLE
002983      OR HLD-REF-ID = SPACES
002984         GO TO 3250-EXIT
002985     END-IF.
002986     IF HLD-REF-ID = WS-HOLD-CHECKED-REF
002987         MOVE WS-REF-HOLD-SW TO WS-LEGAL-HOLD-SW
002988         GO TO 3250-EXIT
002989     END-IF.
002990     MOVE HLD-REF-ID TO WS-HOLD-CHECKED-REF.
002991     MOVE SPACES TO LGH-KEY.
002992     SET LGH-BY-REF TO TRUE.
002993     MOVE HLD-REF-ID TO LGH-VALUE.
002994     PERFORM 3255-SEEK-HOLDS-PARA THRU 3255-EXIT.
002995     MOVE WS-LEGAL-HOLD-SW TO WS-REF-HOLD-SW.
002996 3250-EXIT.
002997     EXIT.
002998
002999 3255-SEEK-HOLDS-PARA.
003000     MOVE LGH-TYPE TO WS-SEEK-TYPE.
003001     MOVE LGH-VALUE TO WS-SEEK-VALUE.
003002     MOVE LOW-VALUES TO LGH-CASE-NUM.
003003     MOVE 'N' TO WS-HOLD-SCAN-SW.
003004     START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LGH-KEY
003005         INVALID KEY
003006             SET END-OF-HOLD-SCAN TO TRUE
003007     END-START.
003008     PERFORM 3260-SCAN-HOLDS-PARA THRU 3260-EXIT
003009         UNTIL END-OF-HOLD-SCAN
003010            OR NUMBER-UNDER-HOLD.
003011 3255-EXIT.
003012     EXIT.
003013
003014 3260-SCAN-HOLDS-PARA.
003015     READ LEGAL-HOLD-FILE NEXT RECORD
003016         AT END
003017             SET END-OF-HOLD-SCAN TO TRUE
003018         NOT AT END
003019             IF LGH-TYPE NOT = WS-SEEK-TYPE
003020              OR LGH-VALUE NOT = WS-SEEK-VALUE
003021                 SET END-OF-HOLD-SCAN TO TRUE
003022             ELSE
003023                 IF LGH-IS-ACTIVE
003024                     SET NUMBER-UNDER-HOLD TO TRUE
003025                 END-IF
003026             END-IF
003027     END-READ.
003028 3260-EXIT.
003029     EXIT.
003030
003031 3300-ARCHIVE-HELD-PARA.
003032     ADD 1 TO WS-EXAMINED-COUNT.
003033     ADD 1 TO WS-ARCHIVED-COUNT.
003034*    TRACK THE CHECK-DATE RANGE THE ARCHIVE DATASET COVERS,
003035*    FOR ITS CATALOG ENTRY.
003036     IF WS-ARC-FROM-DATE = SPACES
003037      OR HLD-TIMESTAMP(1:8) < WS-ARC-FROM-DATE
003038         MOVE HLD-TIMESTAMP(1:8) TO WS-ARC-FROM-DATE
003039     END-IF.
003040     IF HLD-TIMESTAMP(1:8) > WS-ARC-TO-DATE
003041         MOVE HLD-TIMESTAMP(1:8) TO WS-ARC-TO-DATE
003042     END-IF.
003043     MOVE WS-HOLD-RECORD TO PRIME-ARCHIVE-RECORD.
003044     WRITE PRIME-ARCHIVE-RECORD.
003045 3300-EXIT.
003046     EXIT.
003050
003055******************************************************************
003056* 3400-RETAIN-HELD-PARA
003062 3400-RETAIN-HELD-PARA.
003070     ADD 1 TO WS-EXAMINED-COUNT.
003080     ADD 1 TO WS-RETAINED-COUNT.
003081     PERFORM 3410-WRITE-LIVE-PARA THRU 3410-EXIT.
003082 3400-EXIT.
003083     EXIT.
003084
003085 3410-WRITE-LIVE-PARA.
003086     ADD 1 TO WS-NEW-SEQ.
003087     SET HLD-CHECK-RECORD TO TRUE.
003088     MOVE WS-NEW-SEQ TO HLD-SEQ-NUM.
003089     MOVE ZERO TO HLD-SEAL-COUNT.
003090     MOVE WS-HOLD-RECORD TO PRIME-AUDIT-NEWRECORD.
003100     WRITE PRIME-AUDIT-NEWRECORD.
003101 3410-EXIT.
003102     EXIT.
003104
003105******************************************************************
003106* 3450-KEEP-ON-HOLD-PARA
003107* A RECORD OF A NUMBER UNDER LEGAL HOLD GOES TO THE NEW LIVE FILE
003108* LIKE A RETAINED ONE, BUT IS COUNTED IN ITS OWN BUCKET SO THE
003111* PURGE REPORT SHOWS WHAT THE HOLDS KEPT BACK.
003112******************************************************************
003113 3450-KEEP-ON-HOLD-PARA.
003114     ADD 1 TO WS-EXAMINED-COUNT.
003115     ADD 1 TO WS-LEGAL-HOLD-COUNT.
003117     PERFORM 3410-WRITE-LIVE-PARA THRU 3410-EXIT.
003118 3450-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150* 8000-PURGE-REPORT-PARA
003160* WRITES THE PURGE CONTROL-TOTALS REPORT - THE PROOF TO AUDIT
003170* THAT EVERY RECORD EXAMINED LANDED IN EXACTLY ONE OF THE
003174* ARCHIVE, RETAINED, OR LEGAL HOLD BUCKETS, AND THE BOUNDARY DATE
003179* USED.  PRIMESWAP READS THESE LABELS BACK BEFORE IT SWAPS
003185* PRMAUDN IN - THEY ARE NOT TO BE REWORDED.
003190******************************************************************
003200 8000-PURGE-REPORT-PARA.
003210     MOVE 'PRIME AUDIT ARCHIVE - PURGE TOTALS'
003430     MOVE WS-REPORT-DETAIL-LINE TO PURGE-REPORT-RECORD.
003440     WRITE PURGE-REPORT-RECORD.
003441
003442     MOVE 'RECORDS KEPT LIVE UNDER LEGAL HOLD' TO RPT-LABEL.
003443     MOVE WS-LEGAL-HOLD-COUNT TO RPT-VALUE.
003444     MOVE WS-REPORT-DETAIL-LINE TO PURGE-REPORT-RECORD.
003445     WRITE PURGE-REPORT-RECORD.
003446
003447     MOVE 'OLD RUN SEALS RETIRED' TO RPT-LABEL.
003448     MOVE WS-SEAL-RETIRED-COUNT TO RPT-VALUE.
003449     MOVE WS-REPORT-DETAIL-LINE TO PURGE-REPORT-RECORD.
003450     WRITE PURGE-REPORT-RECORD.
003451
003452     MOVE 'RETAINED RECORDS RESEQUENCED 1 THRU' TO RPT-LABEL.
003453     MOVE WS-NEW-SEQ TO RPT-VALUE.
003454     MOVE WS-REPORT-DETAIL-LINE TO PURGE-REPORT-RECORD.
003455     WRITE PURGE-REPORT-RECORD.
003456
003460     COMPUTE WS-BALANCE-COUNT =
003466         WS-ARCHIVED-COUNT + WS-RETAINED-COUNT
003473       + WS-LEGAL-HOLD-COUNT.
003480     IF WS-BALANCE-COUNT = WS-EXAMINED-COUNT
003490         MOVE 'PURGE IN BALANCE - NOTHING DROPPED' TO RPT-LABEL
003500     ELSE
003620* CLOSES THE NEW LIVE FILE'S FRESH SEQUENCE CHAIN WITH ITS OWN
003630* SEAL RECORD - LAST SEQUENCE AND SEQUENCED-RECORD COUNT ARE
003640* EQUAL ON A FILE THIS JOB JUST BUILT - SO PRIMEVERIFY CAN
003650* CERTIFY THE FILE BEFORE PRIMESWAP SWAPS IT OVER PRMAUD.
003660******************************************************************
003670 3900-SEAL-NEWFILE-PARA.
003680     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
004220     CLOSE ARCHIVE-CATALOG-FILE.
004230 8500-EXIT.
004240     EXIT.
004249
004259******************************************************************
004269* 9700-WRITE-JOB-STATUS-PARA
004279* APPENDS THIS RUN'S RECORD TO THE JOB STATUS FILE (PRMJSTAT) FOR
004289* THE MORNING DASHBOARD - RETURN CODE, KEY CONTROL TOTALS, AND THE
004299* RUN'S OWN VERDICT.  A RUN WHOSE ARCHIVED PLUS RETAINED PLUS HELD
004309* DOES NOT MATCH EXAMINED FAILS.
004319* A FIRST-EVER RUN CREATES THE FILE VIA THE OPEN-OUTPUT FALLBACK.
004329* AN UNOPENABLE FILE SHOUTS ON THE CONSOLE BUT NEVER FAILS THE
004339* RUN - THE DASHBOARD THEN SHOWS THE STEP MISSING AND HOLDS.
004349******************************************************************
004359 9700-WRITE-JOB-STATUS-PARA.
004369     OPEN EXTEND JOB-STATUS-FILE.
004379     IF NOT JOBSTAT-STATUS-OK
004389         OPEN OUTPUT JOB-STATUS-FILE
004399     END-IF.
004409     IF NOT JOBSTAT-STATUS-OK
004419         DISPLAY 'JOB-STATUS-FILE (PRMJSTAT) COULD NOT BE'
004429             ' OPENED - STATUS ' WS-JOBSTAT-STATUS
004439         DISPLAY '*** PRIMEARCHIVE STATUS NOT RECORDED ***'
004449         GO TO 9700-EXIT
004459     END-IF.
004469     ACCEPT WS-JOBSTAT-DATE FROM DATE YYYYMMDD.
004479     ACCEPT WS-JOBSTAT-TIME FROM TIME.
004489     MOVE SPACES TO JOB-STATUS-RECORD.
004499     MOVE 'PRIMEARCHIVE' TO JST-PROGRAM-ID.
004509     MOVE WS-JOBSTAT-DATE TO JST-RUN-DATE.
004519     MOVE WS-JOBSTAT-TIME(1:6) TO JST-RUN-TIME.
004529     MOVE RETURN-CODE TO JST-RETURN-CODE.
004539     IF WS-BALANCE-COUNT = WS-EXAMINED-COUNT
004549         MOVE 'P' TO JST-VERDICT
004559         MOVE 'ARCHIVE IN BALANCE' TO JST-VERDICT-NOTE
004569     ELSE
004579         MOVE 'F' TO JST-VERDICT
004589         MOVE 'OUT OF BALANCE - SEE PRMARPT' TO JST-VERDICT-NOTE
004599     END-IF.
004609     MOVE 'EXAMINED' TO JST-TOTAL-LABEL(1).
004619     MOVE WS-EXAMINED-COUNT TO JST-TOTAL-VALUE(1).
004629     MOVE 'ARCHIVED' TO JST-TOTAL-LABEL(2).
004639     MOVE WS-ARCHIVED-COUNT TO JST-TOTAL-VALUE(2).
004649     MOVE 'RETAINED' TO JST-TOTAL-LABEL(3).
004659     MOVE WS-RETAINED-COUNT TO JST-TOTAL-VALUE(3).
004669     MOVE 'UNDER LEGAL HOLD' TO JST-TOTAL-LABEL(4).
004679     MOVE WS-LEGAL-HOLD-COUNT TO JST-TOTAL-VALUE(4).
004689     WRITE JOB-STATUS-RECORD.
004699     CLOSE JOB-STATUS-FILE.
004709 9700-EXIT.
004719     EXIT.
