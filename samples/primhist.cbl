000380*   DATE        INIT  DESCRIPTION
000390*   ----------  ----  --------------------------------------------
000400*   2026-09-02  JHT   ORIGINAL VERSION.
000401*   2026-10-02  JHT   ANSWERS FOR A NUMBER WITH A LEGAL HOLD IN
000402*                     FORCE ON PRMHOLD ARE FLAGGED 'UNDER LEGAL
000403*                     HOLD' - ON THE SCREEN AND THE REPORT WITH
000404*                     THE CASE NUMBER, AND IN RSP-HOLD-FLAG
000405*                     (CARVED FROM FILLER, POSITIONS UNCHANGED).
000406*   2026-10-15  JHT   A NUMBER IS ALSO FLAGGED UNDER LEGAL HOLD
000407*                     WHEN A HOLD IN FORCE NAMES THE REFERENCE ID
000408*                     OF ANY OF ITS LIVE OR ARCHIVED CHECKS.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. PrimeHistory.
000720     SELECT HISTORY-REPORT-FILE ASSIGN TO PRMHRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-HISRPT-STATUS.
000741
000743     SELECT LEGAL-HOLD-FILE ASSIGN TO PRMHOLD
000744         ORGANIZATION IS INDEXED
000745         ACCESS MODE IS DYNAMIC
000746         RECORD KEY IS LGH-KEY
000748         FILE STATUS IS WS-HOLD-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
001190     05  RSP-FIRST-TIMESTAMP         PIC X(15).
001200     05  RSP-LAST-TIMESTAMP          PIC X(15).
001210     05  RSP-MATCH-COUNT             PIC 9(05).
001216     05  RSP-HOLD-FLAG               PIC X(16).
001223     05  FILLER                      PIC X(04).
001230
001240 FD  HISTORY-REPORT-FILE.
001250 01  HISTORY-REPORT-RECORD           PIC X(80).
001251
001252*-----------------------------------------------------------------
001253* LEGAL HOLD FILE - MAINTAINED BY PRIMELEGALHOLD.  ALL THE HOLDS
001254* ON ONE NUMBER SIT TOGETHER, ONE PER CASE.  SHARED LAYOUT VIA
001255* COPYBOOK.
001256*-----------------------------------------------------------------
001257 FD  LEGAL-HOLD-FILE.
001258 01  LEGAL-HOLD-RECORD.
001259     COPY PRMLGHR.
001260
001270 WORKING-STORAGE SECTION.
001280 01  WS-FILE-STATUSES.
001380         88  RESPONSE-STATUS-OK      VALUE '00'.
001390     05  WS-HISRPT-STATUS            PIC X(02) VALUE SPACES.
001400         88  HISRPT-STATUS-OK        VALUE '00'.
001402     05  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
001404         88  HOLD-STATUS-OK          VALUE '00'.
001407         88  HOLD-FILE-NOT-FOUND     VALUE '35'.
001410
001420 01  WS-SWITCHES.
001430     05  WS-SERVICE-SW               PIC X(01) VALUE 'N'.
001560         88  RECORD-WAS-FOUND        VALUE 'Y'.
001570     05  WS-ARCH-PRESENT-SW          PIC X(01) VALUE 'N'.
001580         88  ARCHIVES-PRESENT        VALUE 'Y'.
001581     05  WS-HOLD-AVAIL-SW            PIC X(01) VALUE 'N'.
001582         88  HOLD-FILE-AVAILABLE     VALUE 'Y'.
001583     05  WS-HOLD-SCAN-SW             PIC X(01) VALUE 'N'.
001584         88  END-OF-HOLD-SCAN        VALUE 'Y'.
001585     05  WS-LEGAL-HOLD-SW            PIC X(01) VALUE 'N'.
001586         88  NUMBER-UNDER-HOLD       VALUE 'Y'.
001587     05  WS-REF-HOLD-SW              PIC X(01) VALUE 'N'.
001588         88  REF-UNDER-HOLD          VALUE 'Y'.
001590
001600 01  WS-INQUIRY-FIELDS.
001610     05  WS-MENU-CHOICE              PIC X(01).
001640     05  WS-FIRST-TIMESTAMP          PIC X(15) VALUE SPACES.
001650     05  WS-LAST-TIMESTAMP           PIC X(15) VALUE SPACES.
001660     05  WS-MATCH-COUNT              PIC 9(05) COMP-3 VALUE ZERO.
001661     05  WS-HOLD-CASE-NUM            PIC X(12) VALUE SPACES.
001662     05  WS-MATCH-REF-ID             PIC X(12) VALUE SPACES.
001663     05  WS-HOLD-REF-ID              PIC X(12) VALUE SPACES.
001664     05  WS-REF-HOLD-CASE-NUM        PIC X(12) VALUE SPACES.
001665
001666*-----------------------------------------------------------------
001667* LEGAL HOLD LOOKUP - THE ITEM BEING SOUGHT ON THE HOLD FILE.
001668*-----------------------------------------------------------------
001669 01  WS-SEEK-HOLD-ITEM.
001670     05  WS-SEEK-TYPE                PIC X(01) VALUE SPACES.
001671     05  WS-SEEK-VALUE               PIC X(12) VALUE SPACES.
001672
001680*-----------------------------------------------------------------
001690* CATALOG COVERAGE AND SERVICE-MODE CONTROL TOTALS.
001700*-----------------------------------------------------------------
001760     05  WS-NEVER-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001770     05  WS-INVALID-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001780     05  WS-BLANK-COUNT              PIC 9(09) COMP-3 VALUE ZERO.
001784     05  WS-ON-HOLD-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001790
001800*-----------------------------------------------------------------
001810* REPORT LINE LAYOUTS
002140     05  ANS-COUNT                   PIC ZZZZ9.
002150     05  FILLER                      PIC X(12) VALUE SPACES.
002160
002161 01  WS-HOLD-LINE.
002162     05  FILLER                      PIC X(11) VALUE SPACES.
002163     05  FILLER                      PIC X(29)
002164         VALUE '*** UNDER LEGAL HOLD - CASE '.
002165     05  HLD-CASE-NUM                PIC X(12) VALUE SPACES.
002166     05  FILLER                      PIC X(04) VALUE ' ***'.
002167     05  FILLER                      PIC X(24) VALUE SPACES.
002168
002170 01  WS-HISRPT-TOTAL-LINE.
002180     05  HRT-LABEL                   PIC X(40) VALUE SPACES.
002190     05  HRT-VALUE                   PIC ZZZZZZZZ9.
002320     IF REQUEST-STATUS-OK
002330         SET SERVICE-MODE TO TRUE
002340     END-IF.
002344     PERFORM 0150-OPEN-HOLDS-PARA THRU 0150-EXIT.
002350     IF SERVICE-MODE
002360         PERFORM 6000-SERVICE-MODE-PARA THRU 6000-EXIT
002370     ELSE
002390         PERFORM 1000-SHOW-MENU-PARA THRU 1000-EXIT
002400             UNTIL NOT KEEP-RUNNING
002410     END-IF.
002412     IF HOLD-FILE-AVAILABLE
002414         CLOSE LEGAL-HOLD-FILE
002417     END-IF.
002420     STOP RUN.
002421
002422******************************************************************
002423* 0150-OPEN-HOLDS-PARA
002424* OPENS THE LEGAL HOLD FILE FOR THE HOLD FLAG ON EACH ANSWER.  NO
002425* HOLD FILE MEANS NO HOLD HAS EVER BEEN PLACED.  ONE THAT WILL NOT
002426* OPEN IS SAID ON THE CONSOLE, AND THE ANSWERS GO OUT UNFLAGGED.
002427******************************************************************
002428 0150-OPEN-HOLDS-PARA.
002429     OPEN INPUT LEGAL-HOLD-FILE.
002430     IF HOLD-STATUS-OK
002431         SET HOLD-FILE-AVAILABLE TO TRUE
002432     ELSE
002433         MOVE 'N' TO WS-HOLD-AVAIL-SW
002434         IF NOT HOLD-FILE-NOT-FOUND
002435             DISPLAY 'LEGAL-HOLD-FILE (PRMHOLD) UNAVAILABLE -'
002436                 ' STATUS ' WS-HOLD-STATUS
002437             DISPLAY '*** ANSWERS WILL NOT SHOW LEGAL HOLDS ***'
002438         END-IF
002439     END-IF.
002440 0150-EXIT.
002441     EXIT.
002442
002443******************************************************************
002450* 1000-SHOW-MENU-PARA
002460******************************************************************
002470 1000-SHOW-MENU-PARA.
003340         DISPLAY WS-INQUIRY-NUM ' HAS NEVER BEEN CHECKED -'
003350             ' LIVE OR ARCHIVED'
003360     END-IF.
003362     PERFORM 4500-CHECK-LEGAL-HOLD-PARA THRU 4500-EXIT.
003363     IF NUMBER-UNDER-HOLD
003364         DISPLAY '*** UNDER LEGAL HOLD - CASE ' WS-HOLD-CASE-NUM
003366             ' ***'
003368     END-IF.
003370 2000-EXIT.
003380     EXIT.
003390
003520     MOVE SPACES TO WS-LAST-TIMESTAMP.
003530     MOVE 'N' TO WS-ARCHIVE-EOF-SW.
003540     MOVE 'N' TO WS-AUDIT-EOF-SW.
003542     MOVE 'N' TO WS-REF-HOLD-SW.
003544     MOVE SPACES TO WS-HOLD-REF-ID.
003547     MOVE SPACES TO WS-REF-HOLD-CASE-NUM.
003550
003560     OPEN INPUT ARCHIVE-HISTORY-FILE.
003570     IF ARCHIVE-STATUS-OK
003810                 MOVE ARC-IS-PRIME TO MTC-RESULT
003820                 MOVE ARC-TIMESTAMP TO MTC-TIMESTAMP
003830                 MOVE 'ARCHIVE' TO MTC-SOURCE
003834                 MOVE ARC-REF-ID TO WS-MATCH-REF-ID
003840                 PERFORM 4300-RECORD-MATCH-PARA THRU 4300-EXIT
003850             END-IF
003860     END-READ.
003970                 MOVE AUD-IS-PRIME TO MTC-RESULT
003980                 MOVE AUD-TIMESTAMP TO MTC-TIMESTAMP
003990                 MOVE 'LIVE' TO MTC-SOURCE
003994                 MOVE AUD-REF-ID TO WS-MATCH-REF-ID
004000                 PERFORM 4300-RECORD-MATCH-PARA THRU 4300-EXIT
004010             END-IF
004020     END-READ.
004060******************************************************************
004070* 4300-RECORD-MATCH-PARA
004080* ONE MATCHING CHECK RECORD - SHOWN OR PRINTED AS A HISTORY
004086* LINE, AND ROLLED INTO THE EARLIEST/MOST-RECENT TRACKING.  ITS
004093* REFERENCE ID, IF IT HAS ONE, IS CHECKED FOR A HOLD BY 4520.
004100******************************************************************
004110 4300-RECORD-MATCH-PARA.
004120     SET RECORD-WAS-FOUND TO TRUE.
004260     ELSE
004270         DISPLAY WS-MATCH-LINE
004280     END-IF.
004284     PERFORM 4520-CHECK-REF-HOLD-PARA THRU 4520-EXIT.
004290 4300-EXIT.
004291     EXIT.
004292
004293******************************************************************
004294* 4500-CHECK-LEGAL-HOLD-PARA
004295* IS THE NUMBER UNDER A LEGAL HOLD IN FORCE?  THE HOLDS ON ONE
004296* NUMBER SIT TOGETHER ON THE FILE, ONE PER CASE, SO THE LOOKUP
004297* POSITIONS TO THE FIRST AND READS ON UNTIL IT FINDS ONE IN FORCE
004298* OR RUNS PAST THE NUMBER.  FAILING THAT, A HOLD IN FORCE ON THE
004299* REFERENCE ID OF ANY OF ITS CHECKS, FOUND BY 4520 DURING THE
004300* SEARCH, HOLDS THE NUMBER TOO.
004301******************************************************************
004302 4500-CHECK-LEGAL-HOLD-PARA.
004303     MOVE 'N' TO WS-LEGAL-HOLD-SW.
004304     MOVE SPACES TO WS-HOLD-CASE-NUM.
004305     IF NOT HOLD-FILE-AVAILABLE
004306         GO TO 4500-EXIT
004307     END-IF.
004308     MOVE SPACES TO LGH-KEY.
004309     SET LGH-BY-NUMBER TO TRUE.
004310     MOVE WS-INQUIRY-NUM TO LGH-NUM.
004311     PERFORM 4505-SEEK-HOLDS-PARA THRU 4505-EXIT.
004312     IF NOT NUMBER-UNDER-HOLD
004313        AND REF-UNDER-HOLD
004314         SET NUMBER-UNDER-HOLD TO TRUE
004315         MOVE WS-REF-HOLD-CASE-NUM TO WS-HOLD-CASE-NUM
004316     END-IF.
004317 4500-EXIT.
004318     EXIT.
004319
004320 4505-SEEK-HOLDS-PARA.
004321     MOVE LGH-TYPE TO WS-SEEK-TYPE.
004322     MOVE LGH-VALUE TO WS-SEEK-VALUE.
004323     MOVE LOW-VALUES TO LGH-CASE-NUM.
004324     MOVE 'N' TO WS-HOLD-SCAN-SW.
004325     START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LGH-KEY
004326         INVALID KEY
004327             SET END-OF-HOLD-SCAN TO TRUE
004328     END-START.
004329     PERFORM 4510-SCAN-HOLDS-PARA THRU 4510-EXIT
004330         UNTIL END-OF-HOLD-SCAN
004331            OR NUMBER-UNDER-HOLD.
004332 4505-EXIT.
004333     EXIT.
004334
004335 4510-SCAN-HOLDS-PARA.
004336     READ LEGAL-HOLD-FILE NEXT RECORD
004337         AT END
004338             SET END-OF-HOLD-SCAN TO TRUE
004339         NOT AT END
004340             IF LGH-TYPE NOT = WS-SEEK-TYPE
004341              OR LGH-VALUE NOT = WS-SEEK-VALUE
004342                 SET END-OF-HOLD-SCAN TO TRUE
004343             ELSE
004344                 IF LGH-IS-ACTIVE
004345                     SET NUMBER-UNDER-HOLD TO TRUE
004346                     MOVE LGH-CASE-NUM TO WS-HOLD-CASE-NUM
004347                 END-IF
004348             END-IF
004349     END-READ.
004350 4510-EXIT.
004351     EXIT.
004352
004353******************************************************************
004354* 4520-CHECK-REF-HOLD-PARA
004355* A CHECK FOUND BY THE SEARCH CARRIES THE REFERENCE ID OF THE
004356* REQUEST THAT ASKED FOR IT.  A HOLD IN FORCE ON THAT REFERENCE
004357* IS NOTED FOR 4500.  EACH NEW REFERENCE IS SOUGHT ONCE IN A ROW,
004358* AND NO MORE ARE SOUGHT ONCE ONE IS FOUND HELD.
004359******************************************************************
004360 4520-CHECK-REF-HOLD-PARA.
004361     IF NOT HOLD-FILE-AVAILABLE
004362      OR REF-UNDER-HOLD
004363      OR WS-MATCH-REF-ID = SPACES
004364      OR WS-MATCH-REF-ID = WS-HOLD-REF-ID
004365         GO TO 4520-EXIT
004366     END-IF.
004367     MOVE WS-MATCH-REF-ID TO WS-HOLD-REF-ID.
004368     MOVE SPACES TO LGH-KEY.
004369     SET LGH-BY-REF TO TRUE.
004370     MOVE WS-HOLD-REF-ID TO LGH-VALUE.
004371     MOVE 'N' TO WS-LEGAL-HOLD-SW.
004372     PERFORM 4505-SEEK-HOLDS-PARA THRU 4505-EXIT.
004373     IF NUMBER-UNDER-HOLD
004374         SET REF-UNDER-HOLD TO TRUE
004375         MOVE WS-HOLD-CASE-NUM TO WS-REF-HOLD-CASE-NUM
004376     END-IF.
004377     MOVE 'N' TO WS-LEGAL-HOLD-SW.
004378 4520-EXIT.
004379     EXIT.
004380
004381******************************************************************
004382* 6000-SERVICE-MODE-PARA
004383* UNATTENDED REQUEST-FILE SERVICE - EVERY NUMBER ON PRMREQ GETS
004384* THE FULL LIVE-PLUS-ARCHIVE SEARCH, WITH THE ANSWERS ON THE
004385* RESPONSE FILE AND THE PRINTABLE REPORT, SO A FULL-HISTORY
004386* QUESTION IS ANSWERED FROM THE SCHEDULE INSTEAD OF BY A
004387* RESTORE JOB.
004390******************************************************************
004400 6000-SERVICE-MODE-PARA.
004410     OPEN OUTPUT HISTORY-RESPONSE-FILE.
005270         MOVE 'NEVER CHECKED' TO RSP-FLAG
005280         MOVE 'NEVER CHECKED' TO ANS-TEXT
005290     END-IF.
005292     PERFORM 4500-CHECK-LEGAL-HOLD-PARA THRU 4500-EXIT.
005293     IF NUMBER-UNDER-HOLD
005294         ADD 1 TO WS-ON-HOLD-COUNT
005296         MOVE 'UNDER LEGAL HOLD' TO RSP-HOLD-FLAG
005298     END-IF.
005300     WRITE HISTORY-RESPONSE-RECORD.
005310     MOVE WS-ANSWER-LINE TO HISTORY-REPORT-RECORD.
005320     WRITE HISTORY-REPORT-RECORD.
005322     IF NUMBER-UNDER-HOLD
005323         MOVE WS-HOLD-CASE-NUM TO HLD-CASE-NUM
005324         MOVE WS-HOLD-LINE TO HISTORY-REPORT-RECORD
005326         WRITE HISTORY-REPORT-RECORD
005328     END-IF.
005330 6200-EXIT.
005340     EXIT.
005350
005810     MOVE WS-BLANK-COUNT TO HRT-VALUE.
005820     MOVE WS-HISRPT-TOTAL-LINE TO HISTORY-REPORT-RECORD.
005830     WRITE HISTORY-REPORT-RECORD.
005832     MOVE 'ANSWERS FLAGGED UNDER LEGAL HOLD' TO HRT-LABEL.
005834     MOVE WS-ON-HOLD-COUNT TO HRT-VALUE.
005835     MOVE WS-HISRPT-TOTAL-LINE TO HISTORY-REPORT-RECORD.
005837     WRITE HISTORY-REPORT-RECORD.
005840     MOVE 'ARCHIVE DATASETS CATALOGED' TO HRT-LABEL.
005850     MOVE WS-CATALOG-COUNT TO HRT-VALUE.
005860     MOVE WS-HISRPT-TOTAL-LINE TO HISTORY-REPORT-RECORD.
