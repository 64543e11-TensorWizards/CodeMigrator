000220*     OPERATOR KEYS IN A NUMBER AND GETS BACK ITS MOST RECENT
000230*     ISPRIME RESULT AND WHEN IT WAS CHECKED, WITHOUT RESUBMITTING
000240*     A PRIMECHECKER BATCH JOB TO ANSWER A QUESTION ALREADY ON
000244*     FILE.  THE OPERATOR CAN ALSO ASK BY WORK-ORDER REFERENCE, OR
000249*     BY DEPARTMENT OVER A RANGE OF DATES, AND GETS BACK EVERY
000255*     NUMBER CHECKED UNDER IT.
000260**
000270* MOD-HISTORY
000280*   DATE        INIT  DESCRIPTION
000453*                     NO LONGER GROWS WITH REQUESTS TIMES FILE
000454*                     SIZE.  AN UNAVAILABLE INDEX FALLS BACK TO
000455*                     THE FULL SCAN, EXACTLY AS BEFORE.
000456*   2026-10-02  JHT   ANSWERS FOR A NUMBER WITH A LEGAL HOLD IN
000457*                     FORCE ON PRMHOLD ARE FLAGGED 'UNDER LEGAL
000458*                     HOLD' - ON THE SCREEN WITH THE CASE NUMBER,
000459*                     AND IN RSP-HOLD-FLAG AND THE REPORT LINE
000460*                     (BOTH CARVED FROM FILLER, POSITIONS
000461*                     UNCHANGED).  NO HOLD FILE - NO FLAGS.
000462*   2026-10-12  JHT   LOOKUP BY WORK-ORDER REFERENCE (MENU 3) OR
000463*                     BY DEPARTMENT AND DATE RANGE (MENU 4), AND
000464*                     THE SAME ON PRMREQ AS REQUEST TYPE 'R' OR
000465*                     'D' IN COLUMN 10.  THE ANSWER LISTS EVERY
000466*                     CHECK UNDER IT - NUMBER, RESULT, FACTOR,
000467*                     TIMESTAMP AND WHETHER IT REACHED PRMALOC OR
000468*                     PRMSUBS - FROM THE AUDIT CROSS-REFERENCE
000469*                     (PRMREFX), OR A FULL PRMAUD SCAN WITHOUT
000470*                     ONE.  RSP-FACTOR AND RSP-REACHED CARVED FROM
000471*                     FILLER.  A HOLD ON THE REFERENCE FLAGS IT.
000472******************************************************************
000473 IDENTIFICATION DIVISION.
000474 PROGRAM-ID. PrimeInquiry.
000480 AUTHOR. J. H. TARRANT.
000490 INSTALLATION. DATA CENTER SERVICES.
000500 DATE-WRITTEN. 2026-08-09.
000706         RECORD KEY IS AUX-NUM
000707         FILE STATUS IS WS-INDEX-STATUS.
000710
000711     SELECT LEGAL-HOLD-FILE ASSIGN TO PRMHOLD
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS LGH-KEY
000715         FILE STATUS IS WS-HOLD-STATUS.
000716
000717     SELECT AUDIT-XREF-FILE ASSIGN TO PRMREFX
000718         ORGANIZATION IS INDEXED
000719         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS XRF-KEY
000721         FILE STATUS IS WS-XREF-STATUS.
000722
000723 DATA DIVISION.
000730 FILE SECTION.
000740*-----------------------------------------------------------------
000750* SAME LAYOUT PRIMECHECKER WRITES, PULLED IN FROM THE SHARED
000820*-----------------------------------------------------------------
000830* SERVICE-MODE REQUEST FILE - ONE NUMBER PER RECORD, DROPPED
000840* INTO THE SCHEDULE BY OTHER DEPARTMENTS.  THE SAME NINE-DIGIT
000843* COLUMN THE BATCH INPUT CARD USES.  A REQUEST TYPE IN COLUMN 10
000845* ASKS INSTEAD BY WORK-ORDER REFERENCE ('R', THE REFERENCE ID IN
000848* COLUMNS 11-22) OR BY DEPARTMENT ('D', THE CODE IN COLUMNS 11-14
000851* AND THE FROM AND TO DATES, YYYYMMDD, IN 15-22 AND 23-30 - A
000854* BLANK TO DATE MEANS THE FROM DATE ALONE).  THE NUMBER COLUMNS
000856* ARE LEFT BLANK ON THOSE.
000860*-----------------------------------------------------------------
000870 FD  PRIME-REQUEST-FILE.
000880 01  PRIME-REQUEST-RECORD.
000890     05  REQ-NUM-TEXT                PIC X(09).
000900     05  REQ-NUM-VALUE REDEFINES REQ-NUM-TEXT
000910                                     PIC 9(09).
000911     05  REQ-TYPE                    PIC X(01).
000912         88  REQ-BY-NUMBER           VALUE SPACE.
000913         88  REQ-BY-REF              VALUE 'R'.
000914         88  REQ-BY-DEPT             VALUE 'D'.
000915     05  REQ-KEY-AREA                PIC X(20).
000916     05  REQ-REF-VIEW REDEFINES REQ-KEY-AREA.
000917         10  REQ-REF-ID              PIC X(12).
000918         10  FILLER                  PIC X(08).
000921     05  REQ-DEPT-VIEW REDEFINES REQ-KEY-AREA.
000922         10  REQ-DEPT-CODE           PIC X(04).
000923         10  REQ-FROM-TEXT           PIC X(08).
000924         10  REQ-FROM-DATE REDEFINES REQ-FROM-TEXT
000925                                     PIC 9(08).
000926         10  REQ-TO-TEXT             PIC X(08).
000927         10  REQ-TO-DATE REDEFINES REQ-TO-TEXT
000928                                     PIC 9(08).
000930
000940*-----------------------------------------------------------------
000950* SERVICE-MODE ANSWERS - A FIXED-WIDTH RESPONSE RECORD FOR THE
000960* REQUESTING SYSTEM AND A PRINTABLE REPORT LINE FOR THE DESK.
000961* A REFERENCE OR DEPARTMENT REQUEST IS ANSWERED WITH ONE RECORD
000963* PER CHECK FOUND, FLAGGED 'BY REF' OR 'BY DEPT', CARRYING THE
000964* FACTOR AND WHERE THE RESULT WENT, AND THE MATCH COUNT NUMBERING
000965* THE CHECKS IN TIME ORDER; NONE FOUND IS ONE RECORD FLAGGED
000966* 'NOT ON FILE'.  THE FACTOR AND WHERE-REACHED ARE LEFT BLANK ON
000968* A NUMBER ANSWER.
000970*-----------------------------------------------------------------
000980 FD  PRIME-RESPONSE-FILE.
000990 01  PRIME-RESPONSE-RECORD.
001020     05  RSP-FLAG                    PIC X(13).
001030     05  RSP-TIMESTAMP               PIC X(15).
001040     05  RSP-MATCH-COUNT             PIC 9(05).
001044     05  RSP-HOLD-FLAG               PIC X(16).
001047     05  RSP-FACTOR                  PIC 9(09).
001052     05  RSP-REACHED                 PIC X(07).
001055     05  FILLER                      PIC X(03).
001060
001070 FD  INQUIRY-REPORT-FILE.
001080 01  INQUIRY-REPORT-RECORD           PIC X(80).
001088 FD  AUDIT-INDEX-FILE.
001089 01  AUDIT-INDEX-RECORD.
001094     COPY PRMAUXR.
001095
001096*-----------------------------------------------------------------
001097* LEGAL HOLD FILE - MAINTAINED BY PRIMELEGALHOLD.  ALL THE HOLDS
001098* ON ONE NUMBER SIT TOGETHER, ONE PER CASE.  SHARED LAYOUT VIA
001099* COPYBOOK.
001100*-----------------------------------------------------------------
001101 FD  LEGAL-HOLD-FILE.
001102 01  LEGAL-HOLD-RECORD.
001103     COPY PRMLGHR.
001104
001105*-----------------------------------------------------------------
001106* AUDIT CROSS-REFERENCE - EVERY CHECK KEYED BY ITS WORK-ORDER
001107* REFERENCE AND BY ITS DEPARTMENT, IN TIME ORDER UNDER EACH.
001108* POSTED BY PRIMECHECKER, REBUILT BY PRIMEAUDITINDEX.  SHARED
001109* LAYOUT VIA COPYBOOK.
001110*-----------------------------------------------------------------
001111 FD  AUDIT-XREF-FILE.
001112 01  AUDIT-XREF-RECORD.
001113     COPY PRMRFXR.
001114
001115 WORKING-STORAGE SECTION.
001116 01  WS-FILE-STATUSES.
001120     05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001130         88  AUDIT-STATUS-OK         VALUE '00'.
001140         88  AUDIT-NOT-FOUND         VALUE '35'.
001200         88  INQRPT-STATUS-OK        VALUE '00'.
001202     05  WS-INDEX-STATUS             PIC X(02) VALUE SPACES.
001204         88  INDEX-STATUS-OK         VALUE '00'.
001205     05  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
001206         88  HOLD-STATUS-OK          VALUE '00'.
001207         88  HOLD-FILE-NOT-FOUND     VALUE '35'.
001208     05  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
001209         88  XREF-STATUS-OK          VALUE '00'.
001210 
001220 01  WS-SWITCHES.
001230     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001320         88  END-OF-REQUESTS         VALUE 'Y'.
001322     05  WS-INDEX-AVAIL-SW           PIC X(01) VALUE 'N'.
001324         88  AUDIT-INDEX-AVAILABLE   VALUE 'Y'.
001325     05  WS-HOLD-AVAIL-SW            PIC X(01) VALUE 'N'.
001326         88  HOLD-FILE-AVAILABLE     VALUE 'Y'.
001327     05  WS-HOLD-SCAN-SW             PIC X(01) VALUE 'N'.
001328         88  END-OF-HOLD-SCAN        VALUE 'Y'.
001329     05  WS-LEGAL-HOLD-SW            PIC X(01) VALUE 'N'.
001330         88  NUMBER-UNDER-HOLD       VALUE 'Y'.
001331     05  WS-XREF-AVAIL-SW            PIC X(01) VALUE 'N'.
001332         88  AUDIT-XREF-AVAILABLE    VALUE 'Y'.
001333     05  WS-KEY-SCAN-SW              PIC X(01) VALUE 'N'.
001334         88  END-OF-KEY-SCAN         VALUE 'Y'.
001335
001340 01  WS-INQUIRY-FIELDS.
001350     05  WS-MENU-CHOICE              PIC X(01).
001360     05  WS-INQUIRY-NUM              PIC 9(09).
001370     05  WS-LAST-RESULT              PIC X(03) VALUE SPACES.
001380     05  WS-LAST-TIMESTAMP           PIC X(15) VALUE SPACES.
001390     05  WS-MATCH-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
001391     05  WS-HOLD-CASE-NUM            PIC X(12) VALUE SPACES.
001392     05  WS-HOLD-REF-ID              PIC X(12) VALUE SPACES.
001393     05  WS-INQUIRY-DEPT             PIC X(04).
001394     05  WS-INQUIRY-FROM             PIC 9(08).
001395     05  WS-INQUIRY-TO               PIC 9(08).
001396
001397*-----------------------------------------------------------------
001398* LEGAL HOLD LOOKUP - THE ITEM BEING SOUGHT ON THE HOLD FILE.
001399*-----------------------------------------------------------------
001400 01  WS-SEEK-HOLD-ITEM.
001401     05  WS-SEEK-TYPE                PIC X(01) VALUE SPACES.
001402     05  WS-SEEK-VALUE               PIC X(12) VALUE SPACES.
001403
001404*-----------------------------------------------------------------
001405* REFERENCE / DEPARTMENT LOOKUP - THE KEY ASKED FOR, THE DATES IT
001406* COVERS (THE FULL FILE FOR A REFERENCE), AND THE CHECK FOUND.
001407*-----------------------------------------------------------------
001408 01  WS-KEY-WANTED.
001409     05  WS-KEY-TYPE                 PIC X(01) VALUE SPACES.
001410         88  KEY-IS-REF              VALUE 'R'.
001411         88  KEY-IS-DEPT             VALUE 'D'.
001412     05  WS-KEY-VALUE                PIC X(12) VALUE SPACES.
001413     05  WS-KEY-FROM-DATE            PIC X(08) VALUE SPACES.
001414     05  WS-KEY-TO-DATE              PIC X(08) VALUE SPACES.
001415     05  WS-KEY-HIT-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
001416
001417 01  WS-KEY-HIT.
001418     05  WS-HIT-NUM                  PIC 9(09) VALUE ZERO.
001419     05  WS-HIT-RESULT               PIC X(03) VALUE SPACES.
001420     05  WS-HIT-FACTOR               PIC 9(09) VALUE ZERO.
001421     05  WS-HIT-TIMESTAMP            PIC X(15) VALUE SPACES.
001422     05  WS-HIT-ALLOC-SW             PIC X(01) VALUE SPACES.
001423         88  HIT-WROTE-ALLOCATION    VALUE 'Y'.
001424         88  HIT-ALLOC-WITHHELD      VALUE 'W'.
001425         88  HIT-WENT-TO-SUBS        VALUE 'N'.
001426     05  WS-HIT-DEPT-CODE            PIC X(04) VALUE SPACES.
001427     05  WS-HIT-REF-ID               PIC X(12) VALUE SPACES.
001428     05  WS-HIT-REACHED              PIC X(07) VALUE SPACES.
001429
001430*-----------------------------------------------------------------
001431* SERVICE-MODE CONTROL TOTALS AND REPORT LINE LAYOUTS
001432*-----------------------------------------------------------------
001440 01  WS-SERVICE-COUNTERS.
001450     05  WS-REQUESTS-READ            PIC 9(09) COMP-3 VALUE ZERO.
001460     05  WS-ANSWERED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001470     05  WS-NEVER-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001480     05  WS-INVALID-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001490     05  WS-BLANK-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001492     05  WS-ON-HOLD-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001494     05  WS-KEY-REQUEST-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001495     05  WS-KEY-NONE-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001497     05  WS-KEY-CHECKS-LISTED        PIC 9(09) COMP-3 VALUE ZERO.
001500
001510 01  WS-INQUIRY-LINE.
001520     05  IRPT-NUM                    PIC ZZZZZZZZ9.
001560     05  IRPT-TIMESTAMP              PIC X(15) VALUE SPACES.
001570     05  FILLER                      PIC X(02) VALUE SPACES.
001580     05  IRPT-COUNT                  PIC ZZZZ9.
001581     05  FILLER                      PIC X(02) VALUE SPACES.
001582     05  IRPT-HOLD-FLAG              PIC X(16) VALUE SPACES.
001583     05  FILLER                      PIC X(11) VALUE SPACES.
001584
001585 01  WS-KEY-DETAIL-LINE.
001586     05  IKL-NUM                     PIC ZZZZZZZZ9.
001587     05  FILLER                      PIC X(02) VALUE SPACES.
001588     05  IKL-RESULT                  PIC X(03) VALUE SPACES.
001589     05  FILLER                      PIC X(02) VALUE SPACES.
001590     05  IKL-FACTOR                  PIC ZZZZZZZZ9.
001591     05  FILLER                      PIC X(02) VALUE SPACES.
001592     05  IKL-TIMESTAMP               PIC X(15) VALUE SPACES.
001593     05  FILLER                      PIC X(02) VALUE SPACES.
001594     05  IKL-REACHED                 PIC X(07) VALUE SPACES.
001595     05  FILLER                      PIC X(02) VALUE SPACES.
001596     05  IKL-OTHER-KEY               PIC X(12) VALUE SPACES.
001597     05  FILLER                      PIC X(02) VALUE SPACES.
001598     05  IKL-HOLD-FLAG               PIC X(11) VALUE SPACES.
001599     05  FILLER                      PIC X(02) VALUE SPACES.
001600
001610 01  WS-INQRPT-TOTAL-LINE.
001620     05  IRT-LABEL                   PIC X(40) VALUE SPACES.
001770         SET SERVICE-MODE TO TRUE
001780     END-IF.
001781     PERFORM 0100-OPEN-INDEX-PARA THRU 0100-EXIT.
001784     PERFORM 0150-OPEN-HOLDS-PARA THRU 0150-EXIT.
001786     PERFORM 0170-OPEN-XREF-PARA THRU 0170-EXIT.
001790     IF SERVICE-MODE
001800         PERFORM 6000-SERVICE-MODE-PARA THRU 6000-EXIT
001810     ELSE
001840     END-IF.
001842     IF AUDIT-INDEX-AVAILABLE
001844         CLOSE AUDIT-INDEX-FILE
001845     END-IF.
001846     IF HOLD-FILE-AVAILABLE
001847         CLOSE LEGAL-HOLD-FILE
001848     END-IF.
001849     IF AUDIT-XREF-AVAILABLE
001850         CLOSE AUDIT-XREF-FILE
001851     END-IF.
001852     STOP RUN.
001853
001854******************************************************************
001855* 0100-OPEN-INDEX-PARA
001856* OPENS THE AUDIT SIDE INDEX FOR KEYED LOOKUPS.  AN UNAVAILABLE
001857* INDEX FALLS BACK TO THE FULL PRMAUD SCAN, EXACTLY AS BEFORE
001858* THE INDEX EXISTED, AND SAYS SO ON THE CONSOLE.
001859******************************************************************
001860 0100-OPEN-INDEX-PARA.
001861     OPEN INPUT AUDIT-INDEX-FILE.
001862     IF INDEX-STATUS-OK
001863         SET AUDIT-INDEX-AVAILABLE TO TRUE
001869     END-IF.
001871 0100-EXIT.
001872     EXIT.
001875
001878******************************************************************
001879* 0150-OPEN-HOLDS-PARA
001880* OPENS THE LEGAL HOLD FILE FOR THE HOLD FLAG ON EACH ANSWER.  NO
001881* HOLD FILE MEANS NO HOLD HAS EVER BEEN PLACED.  ONE THAT WILL NOT
001882* OPEN IS SAID ON THE CONSOLE, AND THE ANSWERS GO OUT UNFLAGGED.
001883******************************************************************
001884 0150-OPEN-HOLDS-PARA.
001885     OPEN INPUT LEGAL-HOLD-FILE.
001886     IF HOLD-STATUS-OK
001887         SET HOLD-FILE-AVAILABLE TO TRUE
001888     ELSE
001889         MOVE 'N' TO WS-HOLD-AVAIL-SW
001890         IF NOT HOLD-FILE-NOT-FOUND
001891             DISPLAY 'LEGAL-HOLD-FILE (PRMHOLD) UNAVAILABLE -'
001892                 ' STATUS ' WS-HOLD-STATUS
001893             DISPLAY '*** ANSWERS WILL NOT SHOW LEGAL HOLDS ***'
001894         END-IF
001895     END-IF.
001896 0150-EXIT.
001897     EXIT.
001898
001899******************************************************************
001900* 0170-OPEN-XREF-PARA
001901* OPENS THE AUDIT CROSS-REFERENCE FOR LOOKUPS BY REFERENCE AND BY
001902* DEPARTMENT.  WITHOUT IT THEY FALL BACK TO A FULL PRMAUD SCAN,
001903* AS THE NUMBER LOOKUP DOES WITHOUT PRMAUDX.
001904******************************************************************
001905 0170-OPEN-XREF-PARA.
001906     OPEN INPUT AUDIT-XREF-FILE.
001907     IF XREF-STATUS-OK
001908         SET AUDIT-XREF-AVAILABLE TO TRUE
001909     ELSE
001910         MOVE 'N' TO WS-XREF-AVAIL-SW
001911         DISPLAY 'AUDIT-XREF-FILE (PRMREFX) UNAVAILABLE -'
001912             ' STATUS ' WS-XREF-STATUS
001913         DISPLAY 'REFERENCE AND DEPARTMENT LOOKUPS WILL SCAN THE'
001914             ' FULL AUDIT TRAIL'
001915     END-IF.
001916 0170-EXIT.
001917     EXIT.
001918 
001919******************************************************************
001920* 1000-SHOW-MENU-PARA
001921* QUIT STAYS ON 2, WHERE THE OPERATORS' FINGERS ALREADY ARE; THE
001922* REFERENCE AND DEPARTMENT LOOKUPS ARE ADDED AS 3 AND 4.
001923******************************************************************
001924 1000-SHOW-MENU-PARA.
001925     DISPLAY ' '.
001926     DISPLAY 'PRIME CHECK HISTORY INQUIRY'.
001930     DISPLAY '1 - LOOK UP A NUMBER'.
001933     DISPLAY '3 - LOOK UP A WORK-ORDER REFERENCE'.
001936     DISPLAY '4 - LOOK UP A DEPARTMENT BY DATE RANGE'.
001940     DISPLAY '2 - QUIT'.
001950     DISPLAY 'ENTER YOUR CHOICE: '.
001960     ACCEPT WS-MENU-CHOICE.
002000             PERFORM 2000-LOOKUP-NUMBER-PARA THRU 2000-EXIT
002010         WHEN '2'
002020             MOVE 'N' TO WS-CONTINUE-SW
002022         WHEN '3'
002024             PERFORM 3000-LOOKUP-REF-PARA THRU 3000-EXIT
002025         WHEN '4'
002027             PERFORM 3050-LOOKUP-DEPT-PARA THRU 3050-EXIT
002030         WHEN OTHER
002040             DISPLAY 'INVALID CHOICE - PLEASE ENTER 1 TO 4'
002050     END-EVALUATE.
002060 1000-EXIT.
002070     EXIT.
002490     EXIT.
002500 
002510******************************************************************
002511* 2500-CHECK-LEGAL-HOLD-PARA
002512* IS THE NUMBER UNDER A LEGAL HOLD IN FORCE?  THE HOLDS ON ONE
002513* NUMBER SIT TOGETHER ON THE FILE, ONE PER CASE, SO THE LOOKUP
002514* POSITIONS TO THE FIRST AND READS ON UNTIL IT FINDS ONE IN FORCE
002515* OR RUNS PAST THE NUMBER.  A CHECK FOUND BY REFERENCE OR
002516* DEPARTMENT ALSO NAMES ITS WORK-ORDER REFERENCE IN
002517* WS-HOLD-REF-ID, AND A HOLD IN FORCE ON THAT REFERENCE FLAGS IT
002518* THE SAME WAY.
002519******************************************************************
002520 2500-CHECK-LEGAL-HOLD-PARA.
002521     MOVE 'N' TO WS-LEGAL-HOLD-SW.
002522     MOVE SPACES TO WS-HOLD-CASE-NUM.
002523     IF NOT HOLD-FILE-AVAILABLE
002524         GO TO 2500-EXIT
002525     END-IF.
002526     MOVE SPACES TO LGH-KEY.
002527     SET LGH-BY-NUMBER TO TRUE.
002528     MOVE WS-INQUIRY-NUM TO LGH-NUM.
002529     PERFORM 2505-SEEK-HOLDS-PARA THRU 2505-EXIT.
002530     IF NUMBER-UNDER-HOLD
002531      OR WS-HOLD-REF-ID = SPACES
002532         GO TO 2500-EXIT
002533     END-IF.
002534     MOVE SPACES TO LGH-KEY.
002535     SET LGH-BY-REF TO TRUE.
002536     MOVE WS-HOLD-REF-ID TO LGH-VALUE.
002537     PERFORM 2505-SEEK-HOLDS-PARA THRU 2505-EXIT.
002538 2500-EXIT.
002539     EXIT.
002540
002541 2505-SEEK-HOLDS-PARA.
002542     MOVE LGH-TYPE TO WS-SEEK-TYPE.
002543     MOVE LGH-VALUE TO WS-SEEK-VALUE.
002544     MOVE LOW-VALUES TO LGH-CASE-NUM.
002545     MOVE 'N' TO WS-HOLD-SCAN-SW.
002546     START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LGH-KEY
002547         INVALID KEY
002548             SET END-OF-HOLD-SCAN TO TRUE
002549     END-START.
002550     PERFORM 2510-SCAN-HOLDS-PARA THRU 2510-EXIT
002551         UNTIL END-OF-HOLD-SCAN
002552            OR NUMBER-UNDER-HOLD.
002553 2505-EXIT.
002554     EXIT.
002555
002556 2510-SCAN-HOLDS-PARA.
002557     READ LEGAL-HOLD-FILE NEXT RECORD
002558         AT END
002559             SET END-OF-HOLD-SCAN TO TRUE
002560         NOT AT END
002561             IF LGH-TYPE NOT = WS-SEEK-TYPE
002562              OR LGH-VALUE NOT = WS-SEEK-VALUE
002563                 SET END-OF-HOLD-SCAN TO TRUE
002564             ELSE
002565                 IF LGH-IS-ACTIVE
002566                     SET NUMBER-UNDER-HOLD TO TRUE
002567                     MOVE LGH-CASE-NUM TO WS-HOLD-CASE-NUM
002568                 END-IF
002569             END-IF
002570     END-READ.
002571 2510-EXIT.
002572     EXIT.
002573
002574******************************************************************
002575* 2900-SHOW-RESULT-PARA
002576* THE ANSWER ON THE SCREEN, FLAGGED WHEN THE NUMBER IS UNDER A
002577* LEGAL HOLD IN FORCE.
002578******************************************************************
002579 2900-SHOW-RESULT-PARA.
002580     PERFORM 2500-CHECK-LEGAL-HOLD-PARA THRU 2500-EXIT.
002581     IF RECORD-WAS-FOUND
002582         DISPLAY WS-INQUIRY-NUM ' WAS CHECKED ' WS-MATCH-COUNT
002583             ' TIME(S).'
002584         DISPLAY 'MOST RECENT RESULT - ISPRIME: ' WS-LAST-RESULT
002590             '  CHECKED AT: ' WS-LAST-TIMESTAMP
002600     ELSE
002610         DISPLAY WS-INQUIRY-NUM ' HAS NEVER BEEN CHECKED'
002620     END-IF.
002622     IF NUMBER-UNDER-HOLD
002624         DISPLAY '*** UNDER LEGAL HOLD - CASE ' WS-HOLD-CASE-NUM
002625             ' ***'
002627     END-IF.
002630 2900-EXIT.
002631     EXIT.
002632
002633******************************************************************
002634* 3000-LOOKUP-REF-PARA
002635* EVERY NUMBER CHECKED UNDER ONE WORK-ORDER REFERENCE, WHENEVER
002636* IT WAS CHECKED.
002637******************************************************************
002638 3000-LOOKUP-REF-PARA.
002639     DISPLAY 'ENTER WORK-ORDER REFERENCE ID: '.
002640     MOVE SPACES TO WS-KEY-VALUE.
002641     ACCEPT WS-KEY-VALUE.
002642     IF WS-KEY-VALUE = SPACES
002643         DISPLAY 'NO REFERENCE ID ENTERED'
002644         GO TO 3000-EXIT
002645     END-IF.
002646     MOVE 'R' TO WS-KEY-TYPE.
002647     MOVE LOW-VALUES TO WS-KEY-FROM-DATE.
002648     MOVE HIGH-VALUES TO WS-KEY-TO-DATE.
002649     PERFORM 3100-FIND-BY-KEY-PARA THRU 3100-EXIT.
002650     IF WS-KEY-HIT-COUNT = ZERO
002651         DISPLAY 'NOTHING ON FILE UNDER REFERENCE ' WS-KEY-VALUE
002652     ELSE
002653         DISPLAY WS-KEY-HIT-COUNT ' CHECK(S) UNDER REFERENCE '
002654             WS-KEY-VALUE
002655     END-IF.
002656 3000-EXIT.
002657     EXIT.
002658
002659******************************************************************
002660* 3050-LOOKUP-DEPT-PARA
002661* EVERY NUMBER ONE DEPARTMENT HAD CHECKED BETWEEN TWO DATES,
002662* INCLUSIVE.  A ZERO TO DATE MEANS THE FROM DATE ALONE.
002663******************************************************************
002664 3050-LOOKUP-DEPT-PARA.
002665     DISPLAY 'ENTER DEPARTMENT CODE: '.
002666     MOVE SPACES TO WS-INQUIRY-DEPT.
002667     ACCEPT WS-INQUIRY-DEPT.
002668     DISPLAY 'ENTER FROM DATE (YYYYMMDD): '.
002669     ACCEPT WS-INQUIRY-FROM.
002670     DISPLAY 'ENTER TO DATE (YYYYMMDD, 0 = SAME DAY): '.
002671     ACCEPT WS-INQUIRY-TO.
002672     IF WS-INQUIRY-TO = ZERO
002673         MOVE WS-INQUIRY-FROM TO WS-INQUIRY-TO
002674     END-IF.
002675     IF WS-INQUIRY-DEPT = SPACES
002676      OR WS-INQUIRY-FROM = ZERO
002677      OR WS-INQUIRY-FROM > WS-INQUIRY-TO
002678         DISPLAY 'DEPARTMENT AND A FROM DATE NO LATER THAN THE TO'
002679             ' DATE ARE REQUIRED'
002680         GO TO 3050-EXIT
002681     END-IF.
002682     MOVE 'D' TO WS-KEY-TYPE.
002683     MOVE SPACES TO WS-KEY-VALUE.
002684     MOVE WS-INQUIRY-DEPT TO WS-KEY-VALUE(1:4).
002685     MOVE WS-INQUIRY-FROM TO WS-KEY-FROM-DATE.
002686     MOVE WS-INQUIRY-TO TO WS-KEY-TO-DATE.
002687     PERFORM 3100-FIND-BY-KEY-PARA THRU 3100-EXIT.
002688     IF WS-KEY-HIT-COUNT = ZERO
002689         DISPLAY 'NOTHING ON FILE FOR DEPARTMENT ' WS-INQUIRY-DEPT
002690             ' FROM ' WS-KEY-FROM-DATE ' TO ' WS-KEY-TO-DATE
002691     ELSE
002692         DISPLAY WS-KEY-HIT-COUNT ' CHECK(S) FOR DEPARTMENT '
002693             WS-INQUIRY-DEPT ' FROM ' WS-KEY-FROM-DATE ' TO '
002694             WS-KEY-TO-DATE
002695     END-IF.
002696 3050-EXIT.
002697     EXIT.
002698
002699******************************************************************
002700* 3100-FIND-BY-KEY-PARA
002701* FINDS EVERY CHECK UNDER WS-KEY-WANTED AND HANDS EACH TO
002702* 3200-REPORT-HIT-PARA, OLDEST FIRST.  THE CROSS-REFERENCE HOLDS
002703* THE CHECKS UNDER ONE KEY TOGETHER IN TIME ORDER, SO THE LOOKUP
002704* POSITIONS TO THE FROM DATE AND READS ON UNTIL IT RUNS PAST THE
002705* KEY OR THE TO DATE.  WITH NO CROSS-REFERENCE ON FILE THE WHOLE
002706* AUDIT TRAIL IS SCANNED INSTEAD - IT IS APPEND-ONLY, SO THE
002707* MATCHES STILL COME OUT OLDEST FIRST.
002708******************************************************************
002709 3100-FIND-BY-KEY-PARA.
002710     MOVE ZERO TO WS-KEY-HIT-COUNT.
002711     MOVE 'N' TO WS-KEY-SCAN-SW.
002712     IF AUDIT-XREF-AVAILABLE
002713         MOVE LOW-VALUES TO XRF-KEY
002714         MOVE WS-KEY-TYPE TO XRF-KEY-TYPE
002715         MOVE WS-KEY-VALUE TO XRF-KEY-VALUE
002716         MOVE WS-KEY-FROM-DATE TO XRF-TIMESTAMP(1:8)
002717         START AUDIT-XREF-FILE KEY IS NOT LESS THAN XRF-KEY
002718             INVALID KEY
002719                 SET END-OF-KEY-SCAN TO TRUE
002720         END-START
002721         PERFORM 3110-SCAN-XREF-PARA THRU 3110-EXIT
002722             UNTIL END-OF-KEY-SCAN
002723         GO TO 3100-EXIT
002724     END-IF.
002725     OPEN INPUT PRIME-AUDIT-FILE.
002726     IF AUDIT-STATUS-OK
002727         PERFORM 3120-SCAN-AUDIT-KEY-PARA THRU 3120-EXIT
002728             UNTIL END-OF-KEY-SCAN
002729         CLOSE PRIME-AUDIT-FILE
002730         GO TO 3100-EXIT
002731     END-IF.
002732     IF AUDIT-NOT-FOUND
002733         GO TO 3100-EXIT
002734     END-IF.
002735     DISPLAY 'PRIME-AUDIT-FILE (PRMAUD) COULD NOT BE'
002736         ' OPENED - STATUS ' WS-AUDIT-STATUS.
002737     IF SERVICE-MODE
002738         DISPLAY 'SERVICE RUN STOPPED - ANSWERS WOULD BE'
002739             ' WRONG WITHOUT THE HISTORY'
002740         MOVE 8 TO RETURN-CODE
002741         STOP RUN
002742     END-IF.
002743 3100-EXIT.
002744     EXIT.
002745
002746******************************************************************
002747* 3110-SCAN-XREF-PARA
002748* ONE CROSS-REFERENCE RECORD - A CHECK UNDER THE KEY ASKED FOR IS
002749* REPORTED; ANYTHING PAST THE KEY OR THE TO DATE ENDS THE SCAN.
002750******************************************************************
002751 3110-SCAN-XREF-PARA.
002752     READ AUDIT-XREF-FILE NEXT RECORD
002753         AT END
002754             SET END-OF-KEY-SCAN TO TRUE
002755         NOT AT END
002756             IF XRF-KEY-TYPE NOT = WS-KEY-TYPE
002757              OR XRF-KEY-VALUE NOT = WS-KEY-VALUE
002758              OR XRF-TIMESTAMP(1:8) > WS-KEY-TO-DATE
002759                 SET END-OF-KEY-SCAN TO TRUE
002760             ELSE
002761                 MOVE XRF-NUM TO WS-HIT-NUM
002762                 MOVE XRF-IS-PRIME TO WS-HIT-RESULT
002763                 MOVE XRF-PRIME-FACTOR TO WS-HIT-FACTOR
002764                 MOVE XRF-TIMESTAMP TO WS-HIT-TIMESTAMP
002765                 MOVE XRF-ALLOC-SW TO WS-HIT-ALLOC-SW
002766                 MOVE XRF-DEPT-CODE TO WS-HIT-DEPT-CODE
002767                 MOVE XRF-REF-ID TO WS-HIT-REF-ID
002768                 PERFORM 3200-REPORT-HIT-PARA THRU 3200-EXIT
002769             END-IF
002770     END-READ.
002771 3110-EXIT.
002772     EXIT.
002773
002774******************************************************************
002775* 3120-SCAN-AUDIT-KEY-PARA
002776* ONE AUDIT RECORD WHEN THERE IS NO CROSS-REFERENCE - A CHECK
002777* MATCHING THE KEY AND DATE RANGE ASKED FOR IS REPORTED.
002778******************************************************************
002779 3120-SCAN-AUDIT-KEY-PARA.
002780     READ PRIME-AUDIT-FILE
002781         AT END
002782             SET END-OF-KEY-SCAN TO TRUE
002783             GO TO 3120-EXIT
002784     END-READ.
002785*    SEAL RECORDS ARE CONTROL RECORDS, NOT HISTORY.
002786     IF AUD-SEAL-RECORD
002787      OR AUD-NUM NOT NUMERIC
002788         GO TO 3120-EXIT
002789     END-IF.
002790     IF KEY-IS-REF
002791         IF AUD-REF-ID NOT = WS-KEY-VALUE
002792             GO TO 3120-EXIT
002793         END-IF
002794     ELSE
002795         IF AUD-DEPT-CODE NOT = WS-KEY-VALUE(1:4)
002796          OR AUD-TIMESTAMP(1:8) < WS-KEY-FROM-DATE
002797          OR AUD-TIMESTAMP(1:8) > WS-KEY-TO-DATE
002798             GO TO 3120-EXIT
002799         END-IF
002800     END-IF.
002801     MOVE AUD-NUM TO WS-HIT-NUM.
002802     MOVE AUD-IS-PRIME TO WS-HIT-RESULT.
002803     IF AUD-PRIME-FACTOR NUMERIC
002804         MOVE AUD-PRIME-FACTOR TO WS-HIT-FACTOR
002805     ELSE
002806         MOVE ZERO TO WS-HIT-FACTOR
002807     END-IF.
002808     MOVE AUD-TIMESTAMP TO WS-HIT-TIMESTAMP.
002809     MOVE AUD-ALLOC-SW TO WS-HIT-ALLOC-SW.
002810     MOVE AUD-DEPT-CODE TO WS-HIT-DEPT-CODE.
002811     MOVE AUD-REF-ID TO WS-HIT-REF-ID.
002812     PERFORM 3200-REPORT-HIT-PARA THRU 3200-EXIT.
002813 3120-EXIT.
002814     EXIT.
002815
002816******************************************************************
002817* 3200-REPORT-HIT-PARA
002818* ONE CHECK FOUND UNDER THE KEY - WHERE ITS RESULT WENT, BY THE
002819* SAME RULE PRIMEBALANCE TIES OUT: A PRIME FLAGGED 'Y' REACHED
002820* THE ALLOCATION EXTRACT (PRMALOC), ONE FLAGGED 'N' THE
002821* SUBSTITUTE EXTRACT (PRMSUBS), AND ONE FLAGGED 'W' WAS WITHHELD
002822* FROM BOTH BECAUSE ANOTHER DEPARTMENT HOLDS IT.  A NON-PRIME
002823* REACHED NEITHER.  A CHECK WRITTEN BEFORE THE TRAIL CARRIED THE
002824* FLAG IS UNKNOWN.  THEN TO THE SCREEN OR, IN SERVICE MODE, THE
002825* RESPONSE FILE AND REPORT.
002826******************************************************************
002827 3200-REPORT-HIT-PARA.
002828     ADD 1 TO WS-KEY-HIT-COUNT.
002829     EVALUATE TRUE
002830         WHEN WS-HIT-RESULT NOT = 'YES'
002831             MOVE 'NONE' TO WS-HIT-REACHED
002832         WHEN HIT-WROTE-ALLOCATION
002833             MOVE 'PRMALOC' TO WS-HIT-REACHED
002834         WHEN HIT-WENT-TO-SUBS
002835             MOVE 'PRMSUBS' TO WS-HIT-REACHED
002836         WHEN HIT-ALLOC-WITHHELD
002837             MOVE 'WITHHLD' TO WS-HIT-REACHED
002838         WHEN OTHER
002839             MOVE 'UNKNOWN' TO WS-HIT-REACHED
002840     END-EVALUATE.
002841     MOVE WS-HIT-NUM TO WS-INQUIRY-NUM.
002842     MOVE WS-HIT-REF-ID TO WS-HOLD-REF-ID.
002843     PERFORM 2500-CHECK-LEGAL-HOLD-PARA THRU 2500-EXIT.
002844     MOVE SPACES TO WS-HOLD-REF-ID.
002845     IF SERVICE-MODE
002846         PERFORM 6450-WRITE-KEY-HIT-PARA THRU 6450-EXIT
002847         GO TO 3200-EXIT
002848     END-IF.
002849     DISPLAY WS-HIT-NUM ' ISPRIME: ' WS-HIT-RESULT
002850         '  FACTOR: ' WS-HIT-FACTOR
002851         '  CHECKED AT: ' WS-HIT-TIMESTAMP.
002852     DISPLAY '    REACHED: ' WS-HIT-REACHED
002853         '  DEPT: ' WS-HIT-DEPT-CODE
002854         '  REF: ' WS-HIT-REF-ID.
002855     IF NUMBER-UNDER-HOLD
002856         DISPLAY '    *** UNDER LEGAL HOLD - CASE '
002857             WS-HOLD-CASE-NUM
002858             ' ***'
002859     END-IF.
002860 3200-EXIT.
002861     EXIT.
002862
002863******************************************************************
002864* 6000-SERVICE-MODE-PARA
002865* UNATTENDED REQUEST-FILE SERVICE - EVERY NUMBER ON PRMREQ GETS
002866* THE SAME AUDIT-HISTORY SEARCH 2100-SCAN-AUDIT-PARA RUNS FOR
002867* THE MENU, WITH THE ANSWER WRITTEN TO THE RESPONSE FILE AND
002868* THE PRINTABLE REPORT INSTEAD OF THE SCREEN, SO A DEPARTMENT
002869* CAN DROP A LIST INTO THE SCHEDULE AND COLLECT ANSWERS IN THE
002870* MORNING WITHOUT ANYONE KEYING ENTRIES ONE AT A TIME.
002871******************************************************************
002872 6000-SERVICE-MODE-PARA.
002873     OPEN OUTPUT PRIME-RESPONSE-FILE.
002874     IF NOT RESPONSE-STATUS-OK
002875         DISPLAY 'PRIME-RESPONSE-FILE (PRMRSP) COULD NOT BE'
002876             ' OPENED - STATUS ' WS-RESPONSE-STATUS
002877         DISPLAY 'SERVICE RUN TERMINATED - NO REQUESTS'
002878             ' PROCESSED'
002879         STOP RUN
002880     END-IF.
002881     OPEN OUTPUT INQUIRY-REPORT-FILE.
002882     IF NOT INQRPT-STATUS-OK
002883         DISPLAY 'INQUIRY-REPORT-FILE (PRMINQR) COULD NOT BE'
002884             ' OPENED - STATUS ' WS-INQRPT-STATUS
002885         DISPLAY 'SERVICE RUN TERMINATED - NO REQUESTS'
002890             ' PROCESSED'
002900         STOP RUN
002910     END-IF.
003060* 6100-PROCESS-REQUEST-PARA
003070* ANSWERS ONE REQUEST RECORD.  A BLANK RECORD IS PASSED OVER;
003080* A NON-NUMERIC ONE IS ANSWERED INVALID SO THE REQUESTING
003084* DEPARTMENT SEES EVERY LINE OF ITS LIST ACCOUNTED FOR.  A
003089* REFERENCE OR DEPARTMENT REQUEST GOES TO 6400, AND AN UNKNOWN
003095* REQUEST TYPE IS ANSWERED INVALID.
003100******************************************************************
003110 6100-PROCESS-REQUEST-PARA.
003120     READ PRIME-REQUEST-FILE
003150         NOT AT END
003160             ADD 1 TO WS-REQUESTS-READ
003170             EVALUATE TRUE
003171                 WHEN REQ-BY-REF
003172                  OR REQ-BY-DEPT
003173                     PERFORM 6400-ANSWER-BY-KEY-PARA
003174                         THRU 6400-EXIT
003175                 WHEN NOT REQ-BY-NUMBER
003176                     ADD 1 TO WS-INVALID-COUNT
003177                     PERFORM 6300-ANSWER-INVALID-PARA
003178                         THRU 6300-EXIT
003180                 WHEN REQ-NUM-TEXT = SPACES
003190                     SUBTRACT 1 FROM WS-REQUESTS-READ
003200                     ADD 1 TO WS-BLANK-COUNT
003690         MOVE 'NEVER CHECKED' TO RSP-FLAG
003700         MOVE 'NEVER CHECKED' TO IRPT-ANSWER
003710     END-IF.
003711     PERFORM 2500-CHECK-LEGAL-HOLD-PARA THRU 2500-EXIT.
003713     IF NUMBER-UNDER-HOLD
003714         ADD 1 TO WS-ON-HOLD-COUNT
003715         MOVE 'UNDER LEGAL HOLD' TO RSP-HOLD-FLAG
003716         MOVE 'UNDER LEGAL HOLD' TO IRPT-HOLD-FLAG
003718     END-IF.
003720     WRITE PRIME-RESPONSE-RECORD.
003730     MOVE WS-INQUIRY-LINE TO INQUIRY-REPORT-RECORD.
003740     WRITE INQUIRY-REPORT-RECORD.
003970     EXIT.
003980
003990******************************************************************
003991* 6400-ANSWER-BY-KEY-PARA
003992* A REFERENCE OR DEPARTMENT REQUEST - A HEADING LINE ON THE
003993* REPORT NAMING WHAT WAS ASKED, A RESPONSE RECORD AND REPORT LINE
003994* PER CHECK FOUND (6450), AND A COUNT UNDER THEM.  A REQUEST
003995* MISSING ITS REFERENCE, DEPARTMENT OR A USABLE DATE RANGE IS
003996* ANSWERED INVALID.
003997******************************************************************
003998 6400-ANSWER-BY-KEY-PARA.
003999     MOVE REQ-TYPE TO WS-KEY-TYPE.
004000     MOVE SPACES TO WS-KEY-VALUE.
004001     IF KEY-IS-REF
004002         IF REQ-REF-ID = SPACES
004003             GO TO 6400-INVALID
004004         END-IF
004005         MOVE REQ-REF-ID TO WS-KEY-VALUE
004006         MOVE LOW-VALUES TO WS-KEY-FROM-DATE
004007         MOVE HIGH-VALUES TO WS-KEY-TO-DATE
004008     ELSE
004009         IF REQ-DEPT-CODE = SPACES
004010          OR REQ-FROM-DATE NOT NUMERIC
004011             GO TO 6400-INVALID
004012         END-IF
004013         IF REQ-TO-TEXT = SPACES
004014             MOVE REQ-FROM-TEXT TO REQ-TO-TEXT
004015         END-IF
004016         IF REQ-TO-DATE NOT NUMERIC
004017          OR REQ-FROM-DATE > REQ-TO-DATE
004018             GO TO 6400-INVALID
004019         END-IF
004020         MOVE REQ-DEPT-CODE TO WS-KEY-VALUE(1:4)
004021         MOVE REQ-FROM-TEXT TO WS-KEY-FROM-DATE
004022         MOVE REQ-TO-TEXT TO WS-KEY-TO-DATE
004023     END-IF.
004024     ADD 1 TO WS-KEY-REQUEST-COUNT.
004025     MOVE SPACES TO INQUIRY-REPORT-RECORD.
004026     WRITE INQUIRY-REPORT-RECORD.
004027     MOVE SPACES TO INQUIRY-REPORT-RECORD.
004028     IF KEY-IS-REF
004029         STRING 'WORK-ORDER REFERENCE ' DELIMITED BY SIZE
004030                WS-KEY-VALUE DELIMITED BY SIZE
004031             INTO INQUIRY-REPORT-RECORD
004032     ELSE
004033         STRING 'DEPARTMENT ' DELIMITED BY SIZE
004034                WS-KEY-VALUE(1:4) DELIMITED BY SIZE
004035                '  FROM ' DELIMITED BY SIZE
004036                WS-KEY-FROM-DATE DELIMITED BY SIZE
004037                '  TO ' DELIMITED BY SIZE
004038                WS-KEY-TO-DATE DELIMITED BY SIZE
004039             INTO INQUIRY-REPORT-RECORD
004040     END-IF.
004041     WRITE INQUIRY-REPORT-RECORD.
004042     PERFORM 3100-FIND-BY-KEY-PARA THRU 3100-EXIT.
004043     IF WS-KEY-HIT-COUNT = ZERO
004044         ADD 1 TO WS-KEY-NONE-COUNT
004045         MOVE SPACES TO PRIME-RESPONSE-RECORD
004046         MOVE ZERO TO RSP-NUM
004047         MOVE 'NOT ON FILE' TO RSP-FLAG
004048         MOVE ZERO TO RSP-MATCH-COUNT
004049         MOVE ZERO TO RSP-FACTOR
004050         WRITE PRIME-RESPONSE-RECORD
004051         MOVE SPACES TO INQUIRY-REPORT-RECORD
004052         MOVE '    NOTHING ON FILE' TO INQUIRY-REPORT-RECORD
004053         WRITE INQUIRY-REPORT-RECORD
004054     ELSE
004055         MOVE SPACES TO WS-INQRPT-TOTAL-LINE
004056         MOVE '    CHECKS LISTED' TO IRT-LABEL
004057         MOVE WS-KEY-HIT-COUNT TO IRT-VALUE
004058         MOVE WS-INQRPT-TOTAL-LINE TO INQUIRY-REPORT-RECORD
004059         WRITE INQUIRY-REPORT-RECORD
004060     END-IF.
004061     GO TO 6400-EXIT.
004062 6400-INVALID.
004063     ADD 1 TO WS-INVALID-COUNT.
004064     PERFORM 6300-ANSWER-INVALID-PARA THRU 6300-EXIT.
004065 6400-EXIT.
004066     EXIT.
004067
004068******************************************************************
004069* 6450-WRITE-KEY-HIT-PARA
004070* ONE CHECK FOUND FOR A REFERENCE OR DEPARTMENT REQUEST - ITS
004071* RESPONSE RECORD AND ITS REPORT LINE.
004072******************************************************************
004073 6450-WRITE-KEY-HIT-PARA.
004074     ADD 1 TO WS-KEY-CHECKS-LISTED.
004075     MOVE SPACES TO PRIME-RESPONSE-RECORD.
004076     MOVE WS-HIT-NUM TO RSP-NUM.
004077     MOVE WS-HIT-RESULT TO RSP-RESULT.
004078     IF KEY-IS-REF
004079         MOVE 'BY REF' TO RSP-FLAG
004080     ELSE
004081         MOVE 'BY DEPT' TO RSP-FLAG
004082     END-IF.
004083     MOVE WS-HIT-TIMESTAMP TO RSP-TIMESTAMP.
004084     MOVE WS-KEY-HIT-COUNT TO RSP-MATCH-COUNT.
004085     MOVE WS-HIT-FACTOR TO RSP-FACTOR.
004086     MOVE WS-HIT-REACHED TO RSP-REACHED.
004087     MOVE SPACES TO WS-KEY-DETAIL-LINE.
004088     MOVE WS-HIT-NUM TO IKL-NUM.
004089     MOVE WS-HIT-RESULT TO IKL-RESULT.
004090     MOVE WS-HIT-FACTOR TO IKL-FACTOR.
004091     MOVE WS-HIT-TIMESTAMP TO IKL-TIMESTAMP.
004092     MOVE WS-HIT-REACHED TO IKL-REACHED.
004093     IF KEY-IS-REF
004094         MOVE WS-HIT-DEPT-CODE TO IKL-OTHER-KEY
004095     ELSE
004096         MOVE WS-HIT-REF-ID TO IKL-OTHER-KEY
004097     END-IF.
004098     IF NUMBER-UNDER-HOLD
004099         ADD 1 TO WS-ON-HOLD-COUNT
004100         MOVE 'UNDER LEGAL HOLD' TO RSP-HOLD-FLAG
004101         MOVE 'LEGAL HOLD' TO IKL-HOLD-FLAG
004102     END-IF.
004103     WRITE PRIME-RESPONSE-RECORD.
004104     MOVE WS-KEY-DETAIL-LINE TO INQUIRY-REPORT-RECORD.
004105     WRITE INQUIRY-REPORT-RECORD.
004106 6450-EXIT.
004107     EXIT.
004108
004109******************************************************************
004110* 6900-SERVICE-TOTALS-PARA
004111* SERVICE CONTROL TOTALS ON THE PRINTABLE REPORT - REQUESTS
004112* READ MUST EQUAL ANSWERED PLUS NEVER-CHECKED PLUS INVALID PLUS
004113* REFERENCE/DEPARTMENT REQUESTS.
004114******************************************************************
004115 6900-SERVICE-TOTALS-PARA.
004116     MOVE SPACES TO INQUIRY-REPORT-RECORD.
004117     WRITE INQUIRY-REPORT-RECORD.
004118     MOVE 'REQUESTS READ' TO IRT-LABEL.
004119     MOVE WS-REQUESTS-READ TO IRT-VALUE.
004120     MOVE WS-INQRPT-TOTAL-LINE TO INQUIRY-REPORT-RECORD.
004121     WRITE INQUIRY-REPORT-RECORD.
004122     MOVE 'ANSWERED FROM HISTORY' TO IRT-LABEL.
004123     MOVE WS-ANSWERED-COUNT TO IRT-VALUE.
004130     MOVE WS-INQRPT-TOTAL-LINE TO INQUIRY-REPORT-RECORD.
004140     WRITE INQUIRY-REPORT-RECORD.
004150     MOVE 'NEVER CHECKED' TO IRT-LABEL.
004240     MOVE WS-BLANK-COUNT TO IRT-VALUE.
004250     MOVE WS-INQRPT-TOTAL-LINE TO INQUIRY-REPORT-RECORD.
004260     WRITE INQUIRY-REPORT-RECORD.
004261     MOVE 'REFERENCE/DEPARTMENT REQUESTS' TO IRT-LABEL.
004262     MOVE WS-KEY-REQUEST-COUNT TO IRT-VALUE.
004263     MOVE WS-INQRPT-TOTAL-LINE TO INQUIRY-REPORT-RECORD.
004264     WRITE INQUIRY-REPORT-RECORD.
004265     MOVE '  OF WHICH NOTHING ON FILE' TO IRT-LABEL.
004266     MOVE WS-KEY-NONE-COUNT TO IRT-VALUE.
004267     MOVE WS-INQRPT-TOTAL-LINE TO INQUIRY-REPORT-RECORD.
004268     WRITE INQUIRY-REPORT-RECORD.
004269     MOVE '  CHECKS LISTED IN ANSWER' TO IRT-LABEL.
004270     MOVE WS-KEY-CHECKS-LISTED TO IRT-VALUE.
004271     MOVE WS-INQRPT-TOTAL-LINE TO INQUIRY-REPORT-RECORD.
004272     WRITE INQUIRY-REPORT-RECORD.
004273     MOVE 'ANSWERS FLAGGED UNDER LEGAL HOLD' TO IRT-LABEL.
004274     MOVE WS-ON-HOLD-COUNT TO IRT-VALUE.
004275     MOVE WS-INQRPT-TOTAL-LINE TO INQUIRY-REPORT-RECORD.
004276     WRITE INQUIRY-REPORT-RECORD.
004277 6900-EXIT.
004280     EXIT.
