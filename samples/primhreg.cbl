000100******************************************************************
000110* PRIMHREG.CBL
000120**
000130* PROGRAM-ID  : PRIMEHOLDREGISTER
000140* AUTHOR      : J. H. TARRANT
000150* INSTALLATION: DATA CENTER SERVICES
000160* DATE-WRITTEN: 2026-10-02
000170* DATE-COMPILED: (SEE COMPILER LISTING)
000180**
000190* ABSTRACT
000200*     STANDING LEGAL HOLD REGISTER.  LISTS EVERY HOLD ON THE
000210*     LEGAL HOLD FILE (PRMHOLD) IN KEY ORDER - WHAT IS HELD, THE
000220*     CASE NUMBER, WHETHER THE HOLD IS STILL IN FORCE, AND WHO
000230*     PLACED AND RELEASED IT AND WHEN - SO COMPLIANCE CAN CHECK
000240*     WHAT PRIMEARCHIVE IS HOLDING BACK AT ANY TIME.  THE
000250*     REGISTER CLOSES WITH THE HOLDS IN FORCE, THE HOLDS
000260*     RELEASED, AND THE NUMBER OF DISTINCT NUMBERS UNDER HOLD.
000270*     READ-ONLY - IT CAN BE RUN AS OFTEN AS ANYONE LIKES.
000280**
000290* MOD-HISTORY
000300*   DATE        INIT  DESCRIPTION
000310*   ----------  ----  --------------------------------------------
000320*   2026-10-02  JHT   ORIGINAL VERSION.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PrimeHoldRegister.
000360 AUTHOR. J. H. TARRANT.
000370 INSTALLATION. DATA CENTER SERVICES.
000380 DATE-WRITTEN. 2026-10-02.
000390 DATE-COMPILED. 2026-10-02.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT LEGAL-HOLD-FILE ASSIGN TO PRMHOLD
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS LGH-KEY
000480         FILE STATUS IS WS-HOLD-STATUS.
000490
000500     SELECT HOLD-REGISTER-FILE ASSIGN TO HLDREG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REGISTER-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*-----------------------------------------------------------------
000570* LEGAL HOLD FILE - SHARED LAYOUT WITH PRIMELEGALHOLD VIA
000580* COPYBOOK SO THE PROGRAMS NEVER DRIFT APART.
000590*-----------------------------------------------------------------
000600 FD  LEGAL-HOLD-FILE.
000610 01  LEGAL-HOLD-RECORD.
000620     COPY PRMLGHR.
000630
000640 FD  HOLD-REGISTER-FILE.
000650 01  HOLD-REGISTER-RECORD            PIC X(132).
000660
000670 WORKING-STORAGE SECTION.
000680*-----------------------------------------------------------------
000690* FILE STATUS SWITCHES
000700*-----------------------------------------------------------------
000710 01  WS-FILE-STATUSES.
000720     05  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
000730         88  HOLD-STATUS-OK          VALUE '00'.
000740         88  HOLD-FILE-NOT-FOUND     VALUE '35'.
000750     05  WS-REGISTER-STATUS          PIC X(02) VALUE SPACES.
000760         88  REGISTER-STATUS-OK      VALUE '00'.
000770
000780 01  WS-SWITCHES.
000790     05  WS-HOLD-EOF-SW              PIC X(01) VALUE 'N'.
000800         88  END-OF-HOLDS            VALUE 'Y'.
000803     05  WS-HOLD-OPEN-SW             PIC X(01) VALUE 'N'.
000806         88  HOLD-FILE-IS-OPEN       VALUE 'Y'.
000810
000820*-----------------------------------------------------------------
000830* THE LAST HELD ITEM COUNTED - HOLDS COME IN KEY ORDER, SO ALL
000840* THE CASES ON ONE NUMBER ARE TOGETHER AND A CHANGE OF TYPE OR
000850* VALUE IS A NEW ITEM UNDER HOLD.
000860*-----------------------------------------------------------------
000870 01  WS-LAST-HELD-ITEM               PIC X(13) VALUE SPACES.
000880 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
000890
000900 01  WS-COUNTERS.
000910     05  WS-HOLDS-READ               PIC 9(09) COMP-3 VALUE ZERO.
000920     05  WS-ACTIVE-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
000930     05  WS-RELEASED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
000940     05  WS-ITEMS-HELD-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
000950
000960*-----------------------------------------------------------------
000970* REGISTER LINE LAYOUTS - BUILT IN WORKING-STORAGE, MOVED TO THE
000980* FD RECORD IMMEDIATELY BEFORE EACH WRITE.
000990*-----------------------------------------------------------------
001000 01  WS-TITLE-LINE.
001009     05  FILLER                      PIC X(42)
001020         VALUE 'PRIME AUDIT HISTORY - LEGAL HOLD REGISTER'.
001030     05  FILLER                      PIC X(10) VALUE '  AS OF '.
001040     05  TTL-DATE                    PIC 9(08) VALUE ZERO.
001049     05  FILLER                      PIC X(72) VALUE SPACES.
001060
001070 01  WS-HEADING-LINE.
001080     05  FILLER                      PIC X(15)
001090         VALUE 'T HELD VALUE'.
001100     05  FILLER                      PIC X(14) VALUE 'CASE'.
001110     05  FILLER                      PIC X(10) VALUE 'STATUS'.
001120     05  FILLER                      PIC X(22) VALUE 'PLACED BY'.
001130     05  FILLER                      PIC X(10) VALUE 'PLACED'.
001136     05  FILLER                      PIC X(22)
001143         VALUE 'RELEASED BY'.
001150     05  FILLER                      PIC X(10) VALUE 'RELEASED'.
001160     05  FILLER                      PIC X(29) VALUE SPACES.
001170
001180 01  WS-REGISTER-LINE.
001190     05  REG-TYPE                    PIC X(01) VALUE SPACES.
001200     05  FILLER                      PIC X(01) VALUE SPACES.
001210     05  REG-VALUE                   PIC X(12) VALUE SPACES.
001220     05  FILLER                      PIC X(01) VALUE SPACES.
001230     05  REG-CASE-NUM                PIC X(12) VALUE SPACES.
001240     05  FILLER                      PIC X(02) VALUE SPACES.
001250     05  REG-STATUS                  PIC X(08) VALUE SPACES.
001260     05  FILLER                      PIC X(02) VALUE SPACES.
001270     05  REG-PLACED-BY               PIC X(20) VALUE SPACES.
001280     05  FILLER                      PIC X(02) VALUE SPACES.
001290     05  REG-PLACED-DATE             PIC X(08) VALUE SPACES.
001300     05  FILLER                      PIC X(02) VALUE SPACES.
001310     05  REG-RELEASED-BY             PIC X(20) VALUE SPACES.
001320     05  FILLER                      PIC X(02) VALUE SPACES.
001330     05  REG-RELEASED-DATE           PIC X(08) VALUE SPACES.
001340     05  FILLER                      PIC X(29) VALUE SPACES.
001350
001360 01  WS-TOTAL-LINE.
001370     05  TOT-LABEL                   PIC X(40) VALUE SPACES.
001380     05  TOT-VALUE                   PIC ZZZZZZZZ9.
001390     05  FILLER                      PIC X(83) VALUE SPACES.
001400
001410 PROCEDURE DIVISION.
001420
001430******************************************************************
001440* 0000-MAIN-PARA
001450* MAINLINE - LIST EVERY HOLD ON FILE AND CLOSE WITH THE TOTALS.
001460******************************************************************
001470 0000-MAIN-PARA.
001480     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001490     PERFORM 2000-READ-HOLD-PARA THRU 2000-EXIT
001500         UNTIL END-OF-HOLDS.
001510     PERFORM 8000-TOTALS-PARA THRU 8000-EXIT.
001519     IF HOLD-FILE-IS-OPEN
001530         CLOSE LEGAL-HOLD-FILE
001540     END-IF.
001550     CLOSE HOLD-REGISTER-FILE.
001560     STOP RUN.
001570
001580******************************************************************
001590* 1000-INITIALIZE-PARA
001600* OPENS THE REGISTER AND THE HOLD FILE.  NO HOLD FILE MEANS NO
001610* HOLD HAS EVER BEEN PLACED - THE REGISTER SAYS SO AND CLOSES
001620* WITH ZERO TOTALS.  ANY OTHER OPEN FAILURE STOPS THE RUN; A
001630* REGISTER THAT SILENTLY LISTS NOTHING WOULD MISLEAD.
001640******************************************************************
001650 1000-INITIALIZE-PARA.
001660     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001670     OPEN OUTPUT HOLD-REGISTER-FILE.
001680     IF NOT REGISTER-STATUS-OK
001690         DISPLAY 'HOLD-REGISTER-FILE (HLDREG) COULD NOT BE'
001700             ' OPENED - STATUS ' WS-REGISTER-STATUS
001710         DISPLAY 'HOLD REGISTER RUN TERMINATED'
001720         MOVE 8 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750     MOVE WS-TODAY-DATE TO TTL-DATE.
001760     MOVE WS-TITLE-LINE TO HOLD-REGISTER-RECORD.
001770     WRITE HOLD-REGISTER-RECORD.
001780     MOVE SPACES TO HOLD-REGISTER-RECORD.
001790     WRITE HOLD-REGISTER-RECORD.
001800     MOVE WS-HEADING-LINE TO HOLD-REGISTER-RECORD.
001810     WRITE HOLD-REGISTER-RECORD.
001820     OPEN INPUT LEGAL-HOLD-FILE.
001830     IF HOLD-FILE-NOT-FOUND
001840         MOVE SPACES TO HOLD-REGISTER-RECORD
001850         MOVE 'NO LEGAL HOLD HAS EVER BEEN PLACED'
001860             TO HOLD-REGISTER-RECORD
001870         WRITE HOLD-REGISTER-RECORD
001880         SET END-OF-HOLDS TO TRUE
001900         GO TO 1000-EXIT
001910     END-IF.
001920     IF NOT HOLD-STATUS-OK
001930         DISPLAY 'LEGAL-HOLD-FILE (PRMHOLD) COULD NOT BE OPENED'
001940             ' - STATUS ' WS-HOLD-STATUS
001950         DISPLAY 'HOLD REGISTER RUN TERMINATED'
001960         MOVE 8 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001984     SET HOLD-FILE-IS-OPEN TO TRUE.
001990 1000-EXIT.
002000     EXIT.
002010
002020******************************************************************
002030* 2000-READ-HOLD-PARA
002040* ONE HOLD RECORD - ONE REGISTER LINE.
002050******************************************************************
002060 2000-READ-HOLD-PARA.
002070     READ LEGAL-HOLD-FILE
002080         AT END
002090             SET END-OF-HOLDS TO TRUE
002100         NOT AT END
002110             ADD 1 TO WS-HOLDS-READ
002120             PERFORM 2100-LIST-HOLD-PARA THRU 2100-EXIT
002130     END-READ.
002140 2000-EXIT.
002150     EXIT.
002160
002162******************************************************************
002163* 2100-LIST-HOLD-PARA
002164* FORMATS AND WRITES THE REGISTER LINE FOR ONE HOLD, COUNTING IT
002166* IN FORCE OR RELEASED.
002168******************************************************************
002170 2100-LIST-HOLD-PARA.
002180     MOVE SPACES TO WS-REGISTER-LINE.
002190     MOVE LGH-TYPE TO REG-TYPE.
002200     MOVE LGH-VALUE TO REG-VALUE.
002210     MOVE LGH-CASE-NUM TO REG-CASE-NUM.
002220     MOVE LGH-PLACED-BY TO REG-PLACED-BY.
002230     MOVE LGH-PLACED-DATE TO REG-PLACED-DATE.
002240     IF LGH-IS-ACTIVE
002250         ADD 1 TO WS-ACTIVE-COUNT
002260         MOVE 'IN FORCE' TO REG-STATUS
002270         IF LGH-KEY(1:13) NOT = WS-LAST-HELD-ITEM
002280             ADD 1 TO WS-ITEMS-HELD-COUNT
002290             MOVE LGH-KEY(1:13) TO WS-LAST-HELD-ITEM
002300         END-IF
002310     ELSE
002320         ADD 1 TO WS-RELEASED-COUNT
002330         MOVE 'RELEASED' TO REG-STATUS
002340         MOVE LGH-RELEASED-BY TO REG-RELEASED-BY
002350         MOVE LGH-RELEASED-DATE TO REG-RELEASED-DATE
002360     END-IF.
002370     MOVE WS-REGISTER-LINE TO HOLD-REGISTER-RECORD.
002380     WRITE HOLD-REGISTER-RECORD.
002390 2100-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430* 8000-TOTALS-PARA
002440* REGISTER TOTALS - HOLDS ON FILE MUST EQUAL IN FORCE PLUS
002450* RELEASED; ITEMS UNDER HOLD IS WHAT PRIMEARCHIVE WILL KEEP.
002460******************************************************************
002470 8000-TOTALS-PARA.
002480     MOVE SPACES TO HOLD-REGISTER-RECORD.
002490     WRITE HOLD-REGISTER-RECORD.
002500
002510     MOVE 'HOLDS ON FILE' TO TOT-LABEL.
002520     MOVE WS-HOLDS-READ TO TOT-VALUE.
002530     MOVE WS-TOTAL-LINE TO HOLD-REGISTER-RECORD.
002540     WRITE HOLD-REGISTER-RECORD.
002550
002560     MOVE 'HOLDS IN FORCE' TO TOT-LABEL.
002570     MOVE WS-ACTIVE-COUNT TO TOT-VALUE.
002580     MOVE WS-TOTAL-LINE TO HOLD-REGISTER-RECORD.
002590     WRITE HOLD-REGISTER-RECORD.
002600
002610     MOVE 'HOLDS RELEASED' TO TOT-LABEL.
002620     MOVE WS-RELEASED-COUNT TO TOT-VALUE.
002630     MOVE WS-TOTAL-LINE TO HOLD-REGISTER-RECORD.
002640     WRITE HOLD-REGISTER-RECORD.
002650
002660     MOVE 'DISTINCT ITEMS UNDER LEGAL HOLD' TO TOT-LABEL.
002670     MOVE WS-ITEMS-HELD-COUNT TO TOT-VALUE.
002680     MOVE WS-TOTAL-LINE TO HOLD-REGISTER-RECORD.
002690     WRITE HOLD-REGISTER-RECORD.
002700 8000-EXIT.
002710     EXIT.
