000100******************************************************************
000110* PRIMCOMP.CBL
000120**
000130* PROGRAM-ID  : PRIMECOMPLETE
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-09-23
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     WORK-ORDER COMPLETION FILE BACK TO THE ORDER-ENTRY SYSTEM.
000210*     ORDACK ONLY TELLS THE ORDER SYSTEM WHETHER AN ORDER ENTERED
000220*     THE RUN; THIS JOB RUNS AFTER PRIMECHECKER AND TELLS IT HOW
000230*     EACH ONE CAME OUT.  EVERY ORDER PRIMEINTAKE ACCEPTED IS
000240*     MATCHED ON ITS ORDER ID (THE IN-REF-ID ON THE PRMIN CARD)
000250*     AGAINST THE NIGHT'S OUTPUTS - THE EXCEPTION LISTING
000260*     (PRMEXC) FOR A REJECTION, THE ALLOCATION AND SUBSTITUTE
000270*     EXTRACTS (PRMALOC, PRMSUBS), AND THE AUDIT TRAIL (PRMAUD)
000280*     FOR THE RESULT AND THE SMALLEST FACTOR.  AN AUDIT RECORD
000290*     CARRYING A REFERENCE ID IS MATCHED ON THAT ID AND ITS
000300*     NUMBER; AN OLDER RECORD WITH A BLANK REFERENCE IS MATCHED
000303*     ON ITS NUMBER ALONE, ONE CHECK TO ONE ORDER IN INTAKE
000306*     SEQUENCE.  ONE COMPLETION RECORD IS WRITTEN PER ORDER -
000310*     COMPLETE, REJECTED, OR NOT RUN.  AN ORDER THAT WAS ACCEPTED
000320*     BUT SHOWS UP IN NONE OF THE OUTPUTS IS LOST: IT GOES ON
000330*     THE LOST-ORDER EXCEPTION REPORT, THE CONSOLE IS TOLD, AND
000340*     RETURN-CODE 8 HOLDS THE MORNING HAND-OFF UNTIL SOMEONE
000350*     CHASES IT.
000360**
000370* MOD-HISTORY
000380*   DATE        INIT  DESCRIPTION
000390*   ----------  ----  --------------------------------------------
000400*   2026-09-23  JHT   ORIGINAL VERSION.
000402*   2026-10-15  JHT   AUDIT CHECKS NOW CLAIMED BY REFERENCE ID AND
000404*                     NUMBER; BLANK-REFERENCE RECORDS ARE STILL
000407*                     CLAIMED BY NUMBER ALONE.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. PrimeComplete.
000440 AUTHOR. J. H. TARRANT.
000450 INSTALLATION. DATA CENTER SERVICES.
000460 DATE-WRITTEN. 2026-09-23.
000470 DATE-COMPILED. 2026-09-23.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT COMPLETION-CONTROL-FILE ASSIGN TO CMPCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CTL-STATUS.
000550
000560     SELECT ORDER-ACK-FILE ASSIGN TO ORDACK
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ACK-STATUS.
000590
000600     SELECT PRIME-EXCEPTION-REPORT ASSIGN TO PRMEXC
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-EXC-STATUS.
000630
000640     SELECT PRIME-ALLOCATION-EXTRACT ASSIGN TO PRMALOC
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ALLOC-STATUS.
000670
000680     SELECT PRIME-SUBSTITUTE-EXTRACT ASSIGN TO PRMSUBS
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SUBS-STATUS.
000710
000720     SELECT PRIME-AUDIT-FILE ASSIGN TO PRMAUD
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-AUDIT-STATUS.
000750
000760     SELECT ORDER-COMPLETION-FILE ASSIGN TO ORDCMP
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CMP-STATUS.
000790
000800     SELECT LOST-ORDER-REPORT ASSIGN TO PRMLOST
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-LOST-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860*-----------------------------------------------------------------
000870* CONTROL CARD - THE RUN DATE AND THE JOB WHOSE OUTPUTS ARE
000880* MATCHED.  A MISSING OR UNREADABLE DATE FALLS BACK TO TODAY AND
000890* SAYS SO; A BLANK JOB FALLS BACK TO THE PRIMECHECKER JOB ID.
000900*-----------------------------------------------------------------
000910 FD  COMPLETION-CONTROL-FILE.
000920 01  COMPLETION-CONTROL-RECORD.
000930     05  CTL-RUN-DATE                PIC 9(08).
000940     05  CTL-JOB-ID                  PIC X(08).
000950     05  FILLER                      PIC X(34).
000960
000970*-----------------------------------------------------------------
000980* ORDER ACKNOWLEDGMENTS, ALLOCATION EXTRACT, AUDIT TRAIL, AND
000990* COMPLETION FILE - ALL SHARED LAYOUTS PULLED IN FROM THE
001000* COPYBOOKS.
001010*-----------------------------------------------------------------
001020 FD  ORDER-ACK-FILE.
001030 01  ORDER-ACK-RECORD.
001040     COPY PRMACKR.
001050
001060 FD  PRIME-EXCEPTION-REPORT.
001070 01  PRIME-EXCEPTION-RECORD          PIC X(132).
001080
001090 FD  PRIME-ALLOCATION-EXTRACT.
001100 01  PRIME-ALLOCATION-RECORD.
001110     COPY PRMALCR.
001120
001130*-----------------------------------------------------------------
001140* SUBSTITUTE EXTRACT - THE LAYOUT 6300-WRITE-SUBSTITUTE-PARA IN
001150* PRIMECHECKER WRITES.
001160*-----------------------------------------------------------------
001170 FD  PRIME-SUBSTITUTE-EXTRACT.
001180 01  PRIME-SUBSTITUTE-RECORD.
001190     05  SBX-ORIG-NUM                PIC 9(09).
001200     05  SBX-PRIME-NUM               PIC 9(09).
001210     05  SBX-TIMESTAMP               PIC X(15).
001220     05  SBX-DEPT-CODE               PIC X(04).
001230     05  SBX-REF-ID                  PIC X(12).
001240     05  SBX-REQUEST-SEQ             PIC 9(03).
001250     05  FILLER                      PIC X(28).
001260
001270 FD  PRIME-AUDIT-FILE.
001280 01  PRIME-AUDIT-RECORD.
001290     COPY PRMAUDR.
001300
001310 FD  ORDER-COMPLETION-FILE.
001320 01  ORDER-COMPLETION-RECORD.
001330     COPY PRMCMPR.
001340
001350 FD  LOST-ORDER-REPORT.
001360 01  LOST-ORDER-RECORD               PIC X(80).
001370
001380 WORKING-STORAGE SECTION.
001390*-----------------------------------------------------------------
001400* FILE STATUS SWITCHES
001410*-----------------------------------------------------------------
001420 01  WS-FILE-STATUSES.
001430     05  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
001440         88  CTL-STATUS-OK           VALUE '00'.
001450     05  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
001460         88  ACK-STATUS-OK           VALUE '00'.
001470     05  WS-EXC-STATUS               PIC X(02) VALUE SPACES.
001480         88  EXC-STATUS-OK           VALUE '00'.
001490     05  WS-ALLOC-STATUS             PIC X(02) VALUE SPACES.
001500         88  ALLOC-STATUS-OK         VALUE '00'.
001510     05  WS-SUBS-STATUS              PIC X(02) VALUE SPACES.
001520         88  SUBS-STATUS-OK          VALUE '00'.
001530     05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001540         88  AUDIT-STATUS-OK         VALUE '00'.
001550     05  WS-CMP-STATUS               PIC X(02) VALUE SPACES.
001560         88  CMP-STATUS-OK           VALUE '00'.
001570     05  WS-LOST-STATUS              PIC X(02) VALUE SPACES.
001580         88  LOST-STATUS-OK          VALUE '00'.
001590
001600 01  WS-SWITCHES.
001610     05  WS-ACK-EOF-SW               PIC X(01) VALUE 'N'.
001620         88  END-OF-ACK-FILE         VALUE 'Y'.
001630     05  WS-EXC-EOF-SW               PIC X(01) VALUE 'N'.
001640         88  END-OF-EXCEPTIONS       VALUE 'Y'.
001650     05  WS-ALLOC-EOF-SW             PIC X(01) VALUE 'N'.
001660         88  END-OF-ALLOCATION       VALUE 'Y'.
001670     05  WS-SUBS-EOF-SW              PIC X(01) VALUE 'N'.
001680         88  END-OF-SUBSTITUTES      VALUE 'Y'.
001690     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001700         88  END-OF-AUDIT-FILE       VALUE 'Y'.
001710
001720*-----------------------------------------------------------------
001730* RUN DATE AND JOB OFF THE CONTROL CARD.
001740*-----------------------------------------------------------------
001750 01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
001760 01  WS-RUN-JOB                      PIC X(08) VALUE 'PRIMECHK'.
001770 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001780
001790*-----------------------------------------------------------------
001800* ACCEPTED-ORDER TABLE - ONE ENTRY PER ORDER PRIMEINTAKE LET INTO
001810* THE RUN, IN INTAKE SEQUENCE.  T-STATUS STAYS SPACES UNTIL SOME
001820* OUTPUT ACCOUNTS FOR THE ORDER; T-AUDIT-SW MARKS AN ORDER THAT
001830* HAS ALREADY CLAIMED ITS AUDIT CHECK.  ORDERS PAST THE TABLE
001840* ARE COUNTED AND FORCE RETURN-CODE 8 - A NIGHT THAT BIG HAS
001850* NEVER BEEN TAKEN IN.
001860*-----------------------------------------------------------------
001870 01  WS-OX                           PIC 9(04) COMP VALUE ZERO.
001880 01  WS-ORDER-COUNT                  PIC 9(04) COMP VALUE ZERO.
001890 01  WS-ORDER-FOUND                  PIC 9(04) COMP VALUE ZERO.
001900 01  WS-ORDER-MAX                    PIC 9(04) COMP VALUE 5000.
001910 01  WS-ORDER-TABLE.
001920     05  WS-ORDER-ENTRY OCCURS 5000 TIMES.
001930         10  T-ORDER-ID              PIC X(12).
001940         10  T-NUM                   PIC 9(09).
001950         10  T-STATUS                PIC X(08).
001960         10  T-IS-PRIME              PIC X(01).
001970         10  T-FACTOR                PIC 9(09).
001980         10  T-SUBSTITUTE            PIC 9(09).
001990         10  T-REASON                PIC X(30).
002000         10  T-AUDIT-SW              PIC X(01).
002010
002020*-----------------------------------------------------------------
002030* MATCH KEYS FOR THE TABLE SCANS, AND THE LOW AND HIGH ORDER
002040* NUMBERS SO AN AUDIT RECORD OUTSIDE THE NIGHT'S ORDERS IS
002050* PASSED OVER WITHOUT A SCAN.
002060*-----------------------------------------------------------------
002070 01  WS-WANT-REF                     PIC X(12) VALUE SPACES.
002080 01  WS-WANT-NUM                     PIC 9(09) VALUE ZERO.
002090 01  WS-LOW-NUM                      PIC 9(09) VALUE 999999999.
002100 01  WS-HIGH-NUM                     PIC 9(09) VALUE ZERO.
002110
002120*-----------------------------------------------------------------
002130* EXCEPTION LISTING IMAGE - THE WS-EXCEPTION-LINE LAYOUT
002140* PRIMECHECKER'S 4200-WRITE-EXCEPTION-PARA WRITES.  ONLY LINES
002150* WITH A DIGIT IN COLUMN 9 ARE REJECTED RECORDS; HEADINGS AND
002160* TOTALS ARE PASSED OVER.
002170*-----------------------------------------------------------------
002180 01  WS-EXC-IMAGE.
002190     05  EXI-NUM-COL                 PIC X(09).
002200     05  FILLER                      PIC X(02).
002210     05  EXI-RAW-VALUE               PIC X(09).
002220     05  FILLER                      PIC X(02).
002230     05  EXI-REASON                  PIC X(30).
002240     05  FILLER                      PIC X(01).
002250     05  EXI-DEPT-CODE               PIC X(04).
002260     05  FILLER                      PIC X(01).
002270     05  EXI-REF-ID                  PIC X(12).
002280     05  FILLER                      PIC X(62).
002290
002300*-----------------------------------------------------------------
002310* RUN CONTROL COUNTERS
002320*-----------------------------------------------------------------
002330 01  WS-COUNTERS.
002340     05  WS-ACK-READ                 PIC 9(09) COMP-3 VALUE ZERO.
002350     05  WS-ACK-ACCEPTED             PIC 9(09) COMP-3 VALUE ZERO.
002360     05  WS-ACK-REJECTED             PIC 9(09) COMP-3 VALUE ZERO.
002370     05  WS-ORDER-OVERFLOW           PIC 9(09) COMP-3 VALUE ZERO.
002380     05  WS-EXC-READ                 PIC 9(09) COMP-3 VALUE ZERO.
002390     05  WS-EXC-MATCHED              PIC 9(09) COMP-3 VALUE ZERO.
002400     05  WS-ALLOC-READ               PIC 9(09) COMP-3 VALUE ZERO.
002410     05  WS-ALLOC-MATCHED            PIC 9(09) COMP-3 VALUE ZERO.
002420     05  WS-SUBS-READ                PIC 9(09) COMP-3 VALUE ZERO.
002430     05  WS-SUBS-MATCHED             PIC 9(09) COMP-3 VALUE ZERO.
002440     05  WS-AUDIT-READ               PIC 9(09) COMP-3 VALUE ZERO.
002450     05  WS-AUDIT-SELECTED           PIC 9(09) COMP-3 VALUE ZERO.
002460     05  WS-AUDIT-MATCHED            PIC 9(09) COMP-3 VALUE ZERO.
002470     05  WS-COMPLETE-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
002480     05  WS-REJECTED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
002490     05  WS-NOT-RUN-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002500     05  WS-WRITTEN-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
002510     05  WS-ACCOUNTED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
002520
002530*-----------------------------------------------------------------
002540* REPORT LINE LAYOUTS
002550*-----------------------------------------------------------------
002560 01  WS-HEADING-LINE.
002570     05  FILLER                      PIC X(36)
002580         VALUE 'LOST-ORDER EXCEPTIONS - DATE '.
002590     05  HDG-DATE                    PIC X(08).
002600     05  FILLER                      PIC X(06) VALUE '  JOB '.
002610     05  HDG-JOB                     PIC X(08).
002620     05  FILLER                      PIC X(22) VALUE SPACES.
002630
002640 01  WS-COLUMN-LINE.
002650     05  FILLER                      PIC X(14) VALUE 'ORDER ID'.
002660     05  FILLER                      PIC X(11) VALUE 'NUMBER'.
002670     05  FILLER                      PIC X(55) VALUE 'PROBLEM'.
002680
002690 01  WS-LOST-LINE.
002700     05  LST-ORDER-ID                PIC X(12).
002710     05  FILLER                      PIC X(02) VALUE SPACES.
002720     05  LST-NUM                     PIC 9(09).
002730     05  FILLER                      PIC X(02) VALUE SPACES.
002740     05  LST-TEXT                    PIC X(44) VALUE SPACES.
002750     05  FILLER                      PIC X(11) VALUE SPACES.
002760
002770 01  WS-TOTAL-LINE.
002780     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
002790     05  TOT-VALUE                   PIC ZZZZZZZZ9.
002800     05  FILLER                      PIC X(31) VALUE SPACES.
002810
002820 PROCEDURE DIVISION.
002830
002840******************************************************************
002850* 0000-MAIN-PARA
002860* MAINLINE - LOAD THE ACCEPTED ORDERS, LET EACH OUTPUT FILE
002870* ACCOUNT FOR WHAT IT CAN, THEN WRITE ONE COMPLETION RECORD PER
002880* ORDER AND LIST THE ORDERS NOTHING ACCOUNTED FOR.
002890******************************************************************
002900 0000-MAIN-PARA.
002910     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
002920     PERFORM 2000-LOAD-ORDERS-PARA THRU 2000-EXIT.
002930     PERFORM 3000-MATCH-EXCEPTIONS-PARA THRU 3000-EXIT.
002940     PERFORM 4000-MATCH-ALLOC-PARA THRU 4000-EXIT.
002950     PERFORM 4500-MATCH-SUBS-PARA THRU 4500-EXIT.
002960     PERFORM 5000-MATCH-AUDIT-PARA THRU 5000-EXIT.
002970     PERFORM 6000-WRITE-COMPLETIONS-PARA THRU 6000-EXIT.
002980     PERFORM 8000-CONTROL-TOTALS-PARA THRU 8000-EXIT.
002990     CLOSE ORDER-COMPLETION-FILE.
003000     CLOSE LOST-ORDER-REPORT.
003010     STOP RUN.
003020
003030******************************************************************
003040* 1000-INITIALIZE-PARA
003050* READS THE CONTROL CARD AND OPENS THE COMPLETION FILE AND THE
003060* LOST-ORDER REPORT.  EACH OUTPUT OF THE NIGHT'S RUN IS OPENED BY
003070* ITS OWN MATCH PARAGRAPH - A MISSING EXTRACT SIMPLY ACCOUNTS
003080* FOR NO ORDERS, AND WHATEVER IS LEFT SHOWS UP AS LOST.
003090******************************************************************
003100 1000-INITIALIZE-PARA.
003110     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003120     MOVE WS-TODAY-DATE TO WS-RUN-DATE.
003130     OPEN INPUT COMPLETION-CONTROL-FILE.
003140     IF CTL-STATUS-OK
003150         READ COMPLETION-CONTROL-FILE
003160             AT END
003170                 CONTINUE
003180             NOT AT END
003190                 IF CTL-RUN-DATE NUMERIC
003200                     MOVE CTL-RUN-DATE TO WS-RUN-DATE
003210                 ELSE
003220                     DISPLAY 'RUN DATE ON CARD UNREADABLE -'
003230                         ' COMPLETING TODAY ' WS-TODAY-DATE
003240                 END-IF
003250                 IF CTL-JOB-ID NOT = SPACES
003260                     MOVE CTL-JOB-ID TO WS-RUN-JOB
003270                 END-IF
003280         END-READ
003290         CLOSE COMPLETION-CONTROL-FILE
003300     ELSE
003310         DISPLAY 'NO COMPLETION CONTROL CARD (CMPCTL) -'
003320             ' COMPLETING TODAY ' WS-TODAY-DATE
003330             ' FOR JOB ' WS-RUN-JOB
003340     END-IF.
003350
003360     OPEN OUTPUT ORDER-COMPLETION-FILE.
003370     IF NOT CMP-STATUS-OK
003380         DISPLAY 'ORDER-COMPLETION-FILE (ORDCMP) COULD NOT BE'
003390             ' OPENED - STATUS ' WS-CMP-STATUS
003400         DISPLAY 'COMPLETION RUN TERMINATED'
003410         MOVE 8 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440
003450     OPEN OUTPUT LOST-ORDER-REPORT.
003460     IF NOT LOST-STATUS-OK
003470         DISPLAY 'LOST-ORDER-REPORT (PRMLOST) COULD NOT BE'
003480             ' OPENED - STATUS ' WS-LOST-STATUS
003490         DISPLAY 'COMPLETION RUN TERMINATED'
003500         MOVE 8 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     MOVE WS-RUN-DATE TO HDG-DATE.
003540     MOVE WS-RUN-JOB TO HDG-JOB.
003550     MOVE WS-HEADING-LINE TO LOST-ORDER-RECORD.
003560     WRITE LOST-ORDER-RECORD.
003570     MOVE WS-COLUMN-LINE TO LOST-ORDER-RECORD.
003580     WRITE LOST-ORDER-RECORD.
003590 1000-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 2000-LOAD-ORDERS-PARA
003640* EVERY ACCEPTED ACKNOWLEDGMENT GOES INTO THE ORDER TABLE.
003650* ORDERS PRIMEINTAKE REJECTED WERE ALREADY ANSWERED ON ORDACK
003660* AND ARE ONLY COUNTED.  NO ORDACK MEANS NOTHING TO COMPLETE.
003670******************************************************************
003680 2000-LOAD-ORDERS-PARA.
003690     OPEN INPUT ORDER-ACK-FILE.
003700     IF NOT ACK-STATUS-OK
003710         DISPLAY 'ORDER-ACK-FILE (ORDACK) COULD NOT BE OPENED'
003720             ' - STATUS ' WS-ACK-STATUS
003730         DISPLAY 'COMPLETION RUN TERMINATED - NO ORDERS'
003740         MOVE 8 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     PERFORM 2100-ACK-RECORD-PARA THRU 2100-EXIT
003780         UNTIL END-OF-ACK-FILE.
003790     CLOSE ORDER-ACK-FILE.
003800 2000-EXIT.
003810     EXIT.
003820
003830 2100-ACK-RECORD-PARA.
003840     READ ORDER-ACK-FILE
003850         AT END
003860             SET END-OF-ACK-FILE TO TRUE
003870         NOT AT END
003880             ADD 1 TO WS-ACK-READ
003890             IF ACK-ORDER-ACCEPTED
003900                 ADD 1 TO WS-ACK-ACCEPTED
003910                 PERFORM 2200-ADD-ORDER-PARA THRU 2200-EXIT
003920             ELSE
003930                 ADD 1 TO WS-ACK-REJECTED
003940             END-IF
003950     END-READ.
003960 2100-EXIT.
003970     EXIT.
003980
003990 2200-ADD-ORDER-PARA.
004000     IF WS-ORDER-COUNT >= WS-ORDER-MAX
004010         ADD 1 TO WS-ORDER-OVERFLOW
004020         GO TO 2200-EXIT
004030     END-IF.
004040     ADD 1 TO WS-ORDER-COUNT.
004050     MOVE WS-ORDER-COUNT TO WS-OX.
004060     MOVE ACK-ORDER-ID TO T-ORDER-ID(WS-OX).
004070     IF ACK-NUM NUMERIC
004080         MOVE ACK-NUM TO T-NUM(WS-OX)
004090     ELSE
004100         MOVE ZERO TO T-NUM(WS-OX)
004110     END-IF.
004120     MOVE SPACES TO T-STATUS(WS-OX).
004130     MOVE SPACE TO T-IS-PRIME(WS-OX).
004140     MOVE ZERO TO T-FACTOR(WS-OX).
004150     MOVE ZERO TO T-SUBSTITUTE(WS-OX).
004160     MOVE SPACES TO T-REASON(WS-OX).
004170     MOVE 'N' TO T-AUDIT-SW(WS-OX).
004180     IF T-NUM(WS-OX) < WS-LOW-NUM
004190         MOVE T-NUM(WS-OX) TO WS-LOW-NUM
004200     END-IF.
004210     IF T-NUM(WS-OX) > WS-HIGH-NUM
004220         MOVE T-NUM(WS-OX) TO WS-HIGH-NUM
004230     END-IF.
004240 2200-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280* 3000-MATCH-EXCEPTIONS-PARA
004290* THE REJECTION SIDE - A REJECTED BATCH RECORD ON PRMEXC WHOSE
004300* REFERENCE IS AN ORDER ID MARKS THAT ORDER REJECTED WITH
004310* PRIMECHECKER'S REASON.  PRMEXC IS THE RUN DATE'S NIGHTLY
004320* LISTING - IT CARRIES NO DATE OF ITS OWN.
004330******************************************************************
004340 3000-MATCH-EXCEPTIONS-PARA.
004350     OPEN INPUT PRIME-EXCEPTION-REPORT.
004360     IF NOT EXC-STATUS-OK
004370         DISPLAY 'PRIME-EXCEPTION-REPORT (PRMEXC) NOT PRESENT -'
004380             ' STATUS ' WS-EXC-STATUS
004390         DISPLAY 'NO ORDERS COUNTED AS REJECTED'
004400         GO TO 3000-EXIT
004410     END-IF.
004420     PERFORM 3100-EXCEPTION-LINE-PARA THRU 3100-EXIT
004430         UNTIL END-OF-EXCEPTIONS.
004440     CLOSE PRIME-EXCEPTION-REPORT.
004450 3000-EXIT.
004460     EXIT.
004470
004480 3100-EXCEPTION-LINE-PARA.
004490     READ PRIME-EXCEPTION-REPORT
004500         AT END
004510             SET END-OF-EXCEPTIONS TO TRUE
004520         NOT AT END
004530             ADD 1 TO WS-EXC-READ
004540             PERFORM 3200-CLASSIFY-LINE-PARA THRU 3200-EXIT
004550     END-READ.
004560 3100-EXIT.
004570     EXIT.
004580
004590 3200-CLASSIFY-LINE-PARA.
004600     MOVE PRIME-EXCEPTION-RECORD TO WS-EXC-IMAGE.
004610     IF EXI-NUM-COL(9:1) < '0' OR EXI-NUM-COL(9:1) > '9'
004620         GO TO 3200-EXIT
004630     END-IF.
004640     IF EXI-REF-ID = SPACES
004650         GO TO 3200-EXIT
004660     END-IF.
004670     MOVE EXI-REF-ID TO WS-WANT-REF.
004680     MOVE ZERO TO WS-ORDER-FOUND.
004690     PERFORM 3300-SCAN-REF-PARA THRU 3300-EXIT
004700         VARYING WS-OX FROM 1 BY 1
004710         UNTIL WS-OX > WS-ORDER-COUNT
004720            OR WS-ORDER-FOUND > 0.
004730     IF WS-ORDER-FOUND = 0
004740         GO TO 3200-EXIT
004750     END-IF.
004760     ADD 1 TO WS-EXC-MATCHED.
004770     MOVE WS-ORDER-FOUND TO WS-OX.
004780     MOVE 'REJECTED' TO T-STATUS(WS-OX).
004790     MOVE EXI-REASON TO T-REASON(WS-OX).
004800 3200-EXIT.
004810     EXIT.
004820
004830 3300-SCAN-REF-PARA.
004840     IF T-ORDER-ID(WS-OX) = WS-WANT-REF
004850        AND T-STATUS(WS-OX) = SPACES
004860         MOVE WS-OX TO WS-ORDER-FOUND
004870     END-IF.
004880 3300-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 4000-MATCH-ALLOC-PARA
004930* THE ALLOCATION SIDE - AN EXTRACT ROW STAMPED ON THE RUN DATE
004940* WHOSE REFERENCE AND NUMBER ARE AN ORDER'S PROVES THAT ORDER
004950* RAN AND CAME OUT PRIME.
004960******************************************************************
004970 4000-MATCH-ALLOC-PARA.
004980     OPEN INPUT PRIME-ALLOCATION-EXTRACT.
004990     IF NOT ALLOC-STATUS-OK
005000         DISPLAY 'PRIME-ALLOCATION-EXTRACT (PRMALOC) NOT'
005010             ' PRESENT - STATUS ' WS-ALLOC-STATUS
005020         DISPLAY 'NO ORDERS COMPLETED FROM ALLOCATION ROWS'
005030         GO TO 4000-EXIT
005040     END-IF.
005050     PERFORM 4100-ALLOC-ROW-PARA THRU 4100-EXIT
005060         UNTIL END-OF-ALLOCATION.
005070     CLOSE PRIME-ALLOCATION-EXTRACT.
005080 4000-EXIT.
005090     EXIT.
005100
005110 4100-ALLOC-ROW-PARA.
005120     READ PRIME-ALLOCATION-EXTRACT
005130         AT END
005140             SET END-OF-ALLOCATION TO TRUE
005150         NOT AT END
005160             ADD 1 TO WS-ALLOC-READ
005170             IF ALC-TIMESTAMP(1:8) = WS-RUN-DATE
005180                AND ALC-REF-ID NOT = SPACES
005190                AND ALC-NUM NUMERIC
005200                 MOVE ALC-REF-ID TO WS-WANT-REF
005210                 MOVE ALC-NUM TO WS-WANT-NUM
005220                 PERFORM 4200-FIND-REF-NUM-PARA THRU 4200-EXIT
005230                 IF WS-ORDER-FOUND > 0
005240                     ADD 1 TO WS-ALLOC-MATCHED
005250                     MOVE WS-ORDER-FOUND TO WS-OX
005260                     MOVE 'COMPLETE' TO T-STATUS(WS-OX)
005270                     MOVE 'Y' TO T-IS-PRIME(WS-OX)
005280                     MOVE ZERO TO T-FACTOR(WS-OX)
005290                 END-IF
005300             END-IF
005310     END-READ.
005320 4100-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 4200-FIND-REF-NUM-PARA
005370* FINDS THE ORDER WITH THE WANTED REFERENCE AND NUMBER THAT
005380* WAS NOT REJECTED.  WS-ORDER-FOUND IS ZERO WHEN THERE IS NONE.
005390******************************************************************
005400 4200-FIND-REF-NUM-PARA.
005410     MOVE ZERO TO WS-ORDER-FOUND.
005420     PERFORM 4250-SCAN-REF-NUM-PARA THRU 4250-EXIT
005430         VARYING WS-OX FROM 1 BY 1
005440         UNTIL WS-OX > WS-ORDER-COUNT
005450            OR WS-ORDER-FOUND > 0.
005460 4200-EXIT.
005470     EXIT.
005480
005490 4250-SCAN-REF-NUM-PARA.
005500     IF T-ORDER-ID(WS-OX) = WS-WANT-REF
005510        AND T-NUM(WS-OX) = WS-WANT-NUM
005520        AND T-STATUS(WS-OX) NOT = 'REJECTED'
005530         MOVE WS-OX TO WS-ORDER-FOUND
005540     END-IF.
005550 4250-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590* 4500-MATCH-SUBS-PARA
005600* THE SUBSTITUTE SIDE - A QUALIFIED-SUBSTITUTE ROW STAMPED ON
005610* THE RUN DATE WHOSE REFERENCE AND FAILED CANDIDATE ARE AN
005620* ORDER'S GIVES THAT ORDER ITS SUBSTITUTE PRIME.
005630******************************************************************
005640 4500-MATCH-SUBS-PARA.
005650     OPEN INPUT PRIME-SUBSTITUTE-EXTRACT.
005660     IF NOT SUBS-STATUS-OK
005670         DISPLAY 'PRIME-SUBSTITUTE-EXTRACT (PRMSUBS) NOT'
005680             ' PRESENT - STATUS ' WS-SUBS-STATUS
005690         DISPLAY 'NO SUBSTITUTES CARRIED TO THE ORDERS'
005700         GO TO 4500-EXIT
005710     END-IF.
005720     PERFORM 4600-SUBS-ROW-PARA THRU 4600-EXIT
005730         UNTIL END-OF-SUBSTITUTES.
005740     CLOSE PRIME-SUBSTITUTE-EXTRACT.
005750 4500-EXIT.
005760     EXIT.
005770
005780 4600-SUBS-ROW-PARA.
005790     READ PRIME-SUBSTITUTE-EXTRACT
005800         AT END
005810             SET END-OF-SUBSTITUTES TO TRUE
005820         NOT AT END
005830             ADD 1 TO WS-SUBS-READ
005840             IF SBX-TIMESTAMP(1:8) = WS-RUN-DATE
005850                AND SBX-REF-ID NOT = SPACES
005860                AND SBX-ORIG-NUM NUMERIC
005870                AND SBX-PRIME-NUM NUMERIC
005880                 MOVE SBX-REF-ID TO WS-WANT-REF
005890                 MOVE SBX-ORIG-NUM TO WS-WANT-NUM
005900                 PERFORM 4200-FIND-REF-NUM-PARA THRU 4200-EXIT
005910                 IF WS-ORDER-FOUND > 0
005920                     ADD 1 TO WS-SUBS-MATCHED
005930                     MOVE WS-ORDER-FOUND TO WS-OX
005940                     MOVE 'COMPLETE' TO T-STATUS(WS-OX)
005950                     MOVE 'N' TO T-IS-PRIME(WS-OX)
005960                     MOVE SBX-PRIME-NUM TO T-SUBSTITUTE(WS-OX)
005970                 END-IF
005980             END-IF
005990     END-READ.
006000 4600-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040* 5000-MATCH-AUDIT-PARA
006050* THE AUDIT SIDE - EVERY CHECK RECORD FOR THE RUN DATE AND JOB.
006060* A CHECK CARRYING A REFERENCE ID IS CLAIMED BY THE ORDER WITH
006070* THAT ID AND NUMBER.  A CHECK WRITTEN BEFORE THE AUDIT RECORD
006080* CARRIED ONE HAS A BLANK REFERENCE AND IS CLAIMED BY THE FIRST
006083* ORDER FOR THAT NUMBER THAT WAS NOT REJECTED AND HAS NOT YET
006086* CLAIMED ONE - ONE CHECK, ONE ORDER, IN INTAKE ORDER.
006090* THE CHECK SUPPLIES THE RESULT AND THE SMALLEST FACTOR.
006100******************************************************************
006110 5000-MATCH-AUDIT-PARA.
006120     IF WS-ORDER-COUNT = 0
006130         GO TO 5000-EXIT
006140     END-IF.
006150     OPEN INPUT PRIME-AUDIT-FILE.
006160     IF NOT AUDIT-STATUS-OK
006170         DISPLAY 'PRIME-AUDIT-FILE (PRMAUD) NOT PRESENT -'
006180             ' STATUS ' WS-AUDIT-STATUS
006190         DISPLAY 'NO ORDERS COMPLETED FROM THE AUDIT TRAIL'
006200         GO TO 5000-EXIT
006210     END-IF.
006220     PERFORM 5100-AUDIT-RECORD-PARA THRU 5100-EXIT
006230         UNTIL END-OF-AUDIT-FILE.
006240     CLOSE PRIME-AUDIT-FILE.
006250 5000-EXIT.
006260     EXIT.
006270
006280 5100-AUDIT-RECORD-PARA.
006290     READ PRIME-AUDIT-FILE
006300         AT END
006310             SET END-OF-AUDIT-FILE TO TRUE
006320         NOT AT END
006330             ADD 1 TO WS-AUDIT-READ
006340             IF NOT AUD-SEAL-RECORD
006350                AND AUD-TIMESTAMP(1:8) = WS-RUN-DATE
006360                AND AUD-JOB-ID = WS-RUN-JOB
006370                AND AUD-NUM NUMERIC
006380                 ADD 1 TO WS-AUDIT-SELECTED
006390                 PERFORM 5200-CLAIM-CHECK-PARA THRU 5200-EXIT
006400             END-IF
006410     END-READ.
006420 5100-EXIT.
006430     EXIT.
006440
006450 5200-CLAIM-CHECK-PARA.
006460     IF AUD-NUM < WS-LOW-NUM OR AUD-NUM > WS-HIGH-NUM
006470         GO TO 5200-EXIT
006480     END-IF.
006490     MOVE AUD-NUM TO WS-WANT-NUM.
006494     MOVE AUD-REF-ID TO WS-WANT-REF.
006500     MOVE ZERO TO WS-ORDER-FOUND.
006510     PERFORM 5300-SCAN-NUM-PARA THRU 5300-EXIT
006520         VARYING WS-OX FROM 1 BY 1
006530         UNTIL WS-OX > WS-ORDER-COUNT
006540            OR WS-ORDER-FOUND > 0.
006550     IF WS-ORDER-FOUND = 0
006560         GO TO 5200-EXIT
006570     END-IF.
006580     ADD 1 TO WS-AUDIT-MATCHED.
006590     MOVE WS-ORDER-FOUND TO WS-OX.
006600     MOVE 'Y' TO T-AUDIT-SW(WS-OX).
006610     MOVE 'COMPLETE' TO T-STATUS(WS-OX).
006620     IF AUD-IS-PRIME = 'YES'
006630         MOVE 'Y' TO T-IS-PRIME(WS-OX)
006640         MOVE ZERO TO T-FACTOR(WS-OX)
006650     ELSE
006660         MOVE 'N' TO T-IS-PRIME(WS-OX)
006670         IF AUD-PRIME-FACTOR NUMERIC
006680             MOVE AUD-PRIME-FACTOR TO T-FACTOR(WS-OX)
006690         END-IF
006700     END-IF.
006710 5200-EXIT.
006720     EXIT.
006730
006740 5300-SCAN-NUM-PARA.
006750     IF T-NUM(WS-OX) = WS-WANT-NUM
006760        AND T-AUDIT-SW(WS-OX) = 'N'
006770        AND T-STATUS(WS-OX) NOT = 'REJECTED'
006773        AND (WS-WANT-REF = SPACES
006776             OR T-ORDER-ID(WS-OX) = WS-WANT-REF)
006780         MOVE WS-OX TO WS-ORDER-FOUND
006790     END-IF.
006800 5300-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840* 6000-WRITE-COMPLETIONS-PARA
006850* ONE COMPLETION RECORD PER ACCEPTED ORDER, IN INTAKE SEQUENCE.
006860* AN ORDER NOTHING ACCOUNTED FOR GOES OUT AS NOT RUN AND ON THE
006870* LOST-ORDER REPORT.
006880******************************************************************
006890 6000-WRITE-COMPLETIONS-PARA.
006900     PERFORM 6100-WRITE-ONE-PARA THRU 6100-EXIT
006910         VARYING WS-OX FROM 1 BY 1
006920         UNTIL WS-OX > WS-ORDER-COUNT.
006930 6000-EXIT.
006940     EXIT.
006950
006960 6100-WRITE-ONE-PARA.
006970     MOVE SPACES TO ORDER-COMPLETION-RECORD.
006980     MOVE T-ORDER-ID(WS-OX) TO CMP-ORDER-ID.
006990     MOVE T-NUM(WS-OX) TO CMP-NUM.
007000     MOVE ZERO TO CMP-PRIME-FACTOR.
007010     MOVE ZERO TO CMP-SUBSTITUTE-NUM.
007020     MOVE WS-RUN-DATE TO CMP-RUN-DATE.
007030     MOVE WS-RUN-JOB TO CMP-JOB-ID.
007040     EVALUATE T-STATUS(WS-OX)
007050         WHEN 'COMPLETE'
007060             SET CMP-ORDER-COMPLETE TO TRUE
007070             MOVE T-IS-PRIME(WS-OX) TO CMP-IS-PRIME
007080             MOVE T-FACTOR(WS-OX) TO CMP-PRIME-FACTOR
007090             MOVE T-SUBSTITUTE(WS-OX) TO CMP-SUBSTITUTE-NUM
007100             ADD 1 TO WS-COMPLETE-COUNT
007110         WHEN 'REJECTED'
007120             SET CMP-ORDER-REJECTED TO TRUE
007130             MOVE T-REASON(WS-OX) TO CMP-REASON
007140             ADD 1 TO WS-REJECTED-COUNT
007150         WHEN OTHER
007160             SET CMP-ORDER-NOT-RUN TO TRUE
007170             MOVE 'NO OUTPUT FOUND FOR THIS ORDER' TO CMP-REASON
007180             ADD 1 TO WS-NOT-RUN-COUNT
007190             PERFORM 6200-WRITE-LOST-PARA THRU 6200-EXIT
007200     END-EVALUATE.
007210     WRITE ORDER-COMPLETION-RECORD.
007220     ADD 1 TO WS-WRITTEN-COUNT.
007230 6100-EXIT.
007240     EXIT.
007250
007260 6200-WRITE-LOST-PARA.
007270     MOVE T-ORDER-ID(WS-OX) TO LST-ORDER-ID.
007280     MOVE T-NUM(WS-OX) TO LST-NUM.
007290     MOVE 'ACCEPTED AT INTAKE - IN NO OUTPUT OF THE RUN'
007300         TO LST-TEXT.
007310     MOVE WS-LOST-LINE TO LOST-ORDER-RECORD.
007320     WRITE LOST-ORDER-RECORD.
007330 6200-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 8000-CONTROL-TOTALS-PARA
007380* THE RUN CONTROL TOTALS - EVERY ACCEPTED ORDER MUST LAND IN
007390* EXACTLY ONE OF COMPLETE, REJECTED, OR NOT RUN.  ANY LOST
007400* ORDER, ANY ORDER PAST THE TABLE, OR A BUCKET COUNT THAT DOES
007410* NOT FOOT SETS RETURN-CODE 8.
007420******************************************************************
007430 8000-CONTROL-TOTALS-PARA.
007440     MOVE SPACES TO LOST-ORDER-RECORD.
007450     WRITE LOST-ORDER-RECORD.
007460
007470     MOVE 'ACKNOWLEDGMENTS READ' TO TOT-LABEL.
007480     MOVE WS-ACK-READ TO TOT-VALUE.
007490     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007500     WRITE LOST-ORDER-RECORD.
007510
007520     MOVE 'OF WHICH REJECTED AT INTAKE' TO TOT-LABEL.
007530     MOVE WS-ACK-REJECTED TO TOT-VALUE.
007540     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007550     WRITE LOST-ORDER-RECORD.
007560
007570     MOVE 'ORDERS ACCEPTED AT INTAKE' TO TOT-LABEL.
007580     MOVE WS-ACK-ACCEPTED TO TOT-VALUE.
007590     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007600     WRITE LOST-ORDER-RECORD.
007610
007620     MOVE 'EXCEPTION LINES MATCHED TO ORDERS' TO TOT-LABEL.
007630     MOVE WS-EXC-MATCHED TO TOT-VALUE.
007640     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007650     WRITE LOST-ORDER-RECORD.
007660
007670     MOVE 'ALLOCATION ROWS MATCHED TO ORDERS' TO TOT-LABEL.
007680     MOVE WS-ALLOC-MATCHED TO TOT-VALUE.
007690     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007700     WRITE LOST-ORDER-RECORD.
007710
007720     MOVE 'SUBSTITUTE ROWS MATCHED TO ORDERS' TO TOT-LABEL.
007730     MOVE WS-SUBS-MATCHED TO TOT-VALUE.
007740     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007750     WRITE LOST-ORDER-RECORD.
007760
007770     MOVE 'CHECK RECORDS FOR THIS DATE AND JOB' TO TOT-LABEL.
007780     MOVE WS-AUDIT-SELECTED TO TOT-VALUE.
007790     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007800     WRITE LOST-ORDER-RECORD.
007810
007820     MOVE 'CHECK RECORDS CLAIMED BY ORDERS' TO TOT-LABEL.
007830     MOVE WS-AUDIT-MATCHED TO TOT-VALUE.
007840     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007850     WRITE LOST-ORDER-RECORD.
007860
007870     MOVE 'ORDERS COMPLETE' TO TOT-LABEL.
007880     MOVE WS-COMPLETE-COUNT TO TOT-VALUE.
007890     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007900     WRITE LOST-ORDER-RECORD.
007910
007920     MOVE 'ORDERS REJECTED BY PRIMECHECKER' TO TOT-LABEL.
007930     MOVE WS-REJECTED-COUNT TO TOT-VALUE.
007940     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
007950     WRITE LOST-ORDER-RECORD.
007960
007970     MOVE 'ORDERS NOT RUN (LOST)' TO TOT-LABEL.
007980     MOVE WS-NOT-RUN-COUNT TO TOT-VALUE.
007990     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
008000     WRITE LOST-ORDER-RECORD.
008010
008020     MOVE 'COMPLETION RECORDS WRITTEN' TO TOT-LABEL.
008030     MOVE WS-WRITTEN-COUNT TO TOT-VALUE.
008040     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
008050     WRITE LOST-ORDER-RECORD.
008060
008070     IF WS-ORDER-OVERFLOW > ZERO
008080         MOVE 'ORDERS PAST TABLE LIMIT - NOT MATCHED'
008090             TO TOT-LABEL
008100         MOVE WS-ORDER-OVERFLOW TO TOT-VALUE
008110         MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD
008120         WRITE LOST-ORDER-RECORD
008130     END-IF.
008140
008150     COMPUTE WS-ACCOUNTED-COUNT = WS-COMPLETE-COUNT
008160         + WS-REJECTED-COUNT + WS-NOT-RUN-COUNT
008170         + WS-ORDER-OVERFLOW.
008180     IF WS-ACCOUNTED-COUNT = WS-ACK-ACCEPTED
008190         MOVE 'ORDERS IN BALANCE - ALL ACCOUNTED FOR'
008200             TO TOT-LABEL
008210     ELSE
008220         MOVE '** ORDERS OUT OF BALANCE **' TO TOT-LABEL
008230         DISPLAY '*** PRIMECOMPLETE ORDER COUNTS DO NOT FOOT -'
008240             ' SEE PRMLOST ***'
008250         MOVE 8 TO RETURN-CODE
008260     END-IF.
008270     MOVE WS-ACCOUNTED-COUNT TO TOT-VALUE.
008280     MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD.
008290     WRITE LOST-ORDER-RECORD.
008300
008310     IF WS-NOT-RUN-COUNT > ZERO OR WS-ORDER-OVERFLOW > ZERO
008320         MOVE '** LOST ORDERS - CHASE THIS MORNING **'
008330             TO TOT-LABEL
008340         COMPUTE TOT-VALUE = WS-NOT-RUN-COUNT
008350             + WS-ORDER-OVERFLOW
008360         MOVE WS-TOTAL-LINE TO LOST-ORDER-RECORD
008370         WRITE LOST-ORDER-RECORD
008380         DISPLAY '*** PRIMECOMPLETE - ORDERS ACCEPTED BUT NOT'
008390             ' RUN - SEE PRMLOST ***'
008400         MOVE 8 TO RETURN-CODE
008410     ELSE
008420         DISPLAY 'PRIMECOMPLETE - EVERY ACCEPTED ORDER ACCOUNTED'
008430             ' FOR ON ' WS-RUN-DATE
008440     END-IF.
008450 8000-EXIT.
008460     EXIT.
