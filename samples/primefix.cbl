000280*     RESIDUAL REPORT FOR MANUAL FOLLOW-UP, WITH CONTROL TOTALS
000290*     PROVING EVERY REJECTED RECORD LANDED IN EXACTLY ONE BUCKET.
000300*     SECTION HEADER AND BLANK LINES ON THE EXCEPTION REPORT ARE
000306*     RECOGNIZED AND PASSED OVER.  A DEPT CODE MERGED INTO A
000313*     SUCCESSOR IS RESUBMITTED UNDER THE SUCCESSOR.
000320**
000330* MOD-HISTORY
000340*   DATE        INIT  DESCRIPTION
000368*                     THE ECHOED DEPARTMENT NAME.  AN
000369*                     UNOPENABLE PRMDEPT DEGRADES TO PASSING
000370*                     CODES THROUGH UNVERIFIED, AND SAYS SO.
000371*   2026-10-14  JHT   A MERGED DEPT CODE IS CONVERTED TO ITS
000372*                     SUCCESSOR BEFORE THE REFERENCE CHECK, NOTED
000373*                     ON PRMFIXRS AND COUNTED IN THE TOTALS.
000374******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PrimeRepair.
000400 AUTHOR. J. H. TARRANT.
001200 01  WS-FIXED-NUM                    PIC X(09) VALUE SPACES.
001210 01  WS-FIX-DEPT                     PIC X(04) VALUE SPACES.
001220 01  WS-RESIDUAL-REASON              PIC X(30) VALUE SPACES.
001223 01  WS-MERGE-NOTE                   PIC X(30) VALUE SPACES.
001226 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001230
001240*-----------------------------------------------------------------
001250* REPAIR CONTROL COUNTERS - EVERY EXCEPTION DETAIL LINE READ
001300     05  WS-REPAIRED-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001310     05  WS-RESIDUAL-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
001320     05  WS-PASSED-OVER-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001324     05  WS-CONVERTED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001330     05  WS-BALANCE-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
001340
001350*-----------------------------------------------------------------
001967             ' STATUS ' WS-DEPT-STATUS
001968         DISPLAY 'DEPT CODES WILL BE PASSED THROUGH UNVERIFIED'
001969     END-IF.
001970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001971 1000-EXIT.
001980     EXIT.
001990
002000******************************************************************
002320     MOVE ZERO TO WS-DIGIT-COUNT.
002330     MOVE SPACES TO WS-DIGITS.
002340     MOVE SPACES TO WS-RESIDUAL-REASON.
002344     MOVE SPACES TO WS-MERGE-NOTE.
002350     PERFORM 3100-SCAN-CHAR-PARA THRU 3100-EXIT
002360         VARYING WS-IX FROM 1 BY 1
002370         UNTIL WS-IX > 9.
002581                 ELSE
002582                     IF WS-FIX-DEPT NOT = SPACES
002583                        AND DEPT-FILE-AVAILABLE
002584                         PERFORM 3230-CONVERT-MERGED-PARA
002585                             THRU 3230-EXIT
002586                         PERFORM 3250-CHECK-DEPT-PARA
002587                             THRU 3250-EXIT
002588                     END-IF
002590                 END-IF
002600             END-IF
002610     END-EVALUATE.
003200     EXIT.
003201
003202******************************************************************
003203* 3230-CONVERT-MERGED-PARA
003204* A DEPT CODE MERGED INTO A SUCCESSOR (MERGE DATE REACHED) IS
003205* CONVERTED TO THE SUCCESSOR BEFORE THE REFERENCE CHECK, SO A
003206* CARD REJECTED FOR ITS RETIRED CODE IS RESUBMITTED UNDER THE
003207* LIVE ONE, AND THE CONVERSION IS NOTED ON THE RESIDUAL REPORT.
003208* MERGES ARE ALWAYS ONE STEP FROM A LIVE CODE - PRIMEDEPTMAINT
003209* REPOINTS EARLIER MERGES.  A CODE NOT ON FILE IS LEFT FOR 3250.
003210******************************************************************
003211 3230-CONVERT-MERGED-PARA.
003212     MOVE WS-FIX-DEPT TO DPT-CODE.
003213     READ DEPT-REFERENCE-FILE
003214         INVALID KEY
003215             GO TO 3230-EXIT
003216     END-READ.
003217     IF DPT-SUCCESSOR-CODE = SPACES
003218        OR DPT-MERGE-DATE NOT NUMERIC
003219         GO TO 3230-EXIT
003220     END-IF.
003221     IF DPT-MERGE-DATE > WS-RUN-DATE
003222         GO TO 3230-EXIT
003223     END-IF.
003224     STRING 'REPAIRED - MERGED INTO ' DELIMITED BY SIZE
003225            DPT-SUCCESSOR-CODE DELIMITED BY SIZE
003226         INTO WS-MERGE-NOTE.
003227     MOVE DPT-SUCCESSOR-CODE TO WS-FIX-DEPT.
003228 3230-EXIT.
003229     EXIT.
003230
003231******************************************************************
003232* 3250-CHECK-DEPT-PARA
003233* KEYED LOOKUP OF THE REPAIRED DEPT CODE ON THE DEPARTMENT
003234* REFERENCE MASTER - THE SAME VERDICT 4150-VALIDATE-INPUT-PARA
003235* WOULD REACH, APPLIED HERE SO A BAD CODE GOES TO THE RESIDUAL
003236* REPORT INSTEAD OF BOUNCING OFF THE NEXT PRIMECHECKER RUN.
003237******************************************************************
003238 3250-CHECK-DEPT-PARA.
003239     MOVE WS-FIX-DEPT TO DPT-CODE.
003240     READ DEPT-REFERENCE-FILE
003241         INVALID KEY
003242             MOVE 'DEPT CODE NOT ON REF FILE'
003243                 TO WS-RESIDUAL-REASON
003244         NOT INVALID KEY
003245             IF DPT-IS-INACTIVE
003246                 MOVE 'DEPT CODE IS INACTIVE'
003247                     TO WS-RESIDUAL-REASON
003248             END-IF
003249     END-READ.
003250 3250-EXIT.
003251     EXIT.
003252
003253 3300-WRITE-RESUBMIT-PARA.
003254     ADD 1 TO WS-REPAIRED-COUNT.
003255     MOVE SPACES TO RESUBMISSION-RECORD.
003256     MOVE WS-FIXED-NUM TO RSB-NUM-TEXT.
003260     MOVE WS-FIX-DEPT TO RSB-DEPT-CODE.
003270     MOVE FIX-IN-REF TO RSB-REF-ID.
003280     WRITE RESUBMISSION-RECORD.
003281     IF WS-MERGE-NOTE NOT = SPACES
003282         ADD 1 TO WS-CONVERTED-COUNT
003283         MOVE SPACES TO WS-RESIDUAL-LINE
003284         MOVE FIX-IN-RECNUM TO RSD-RECNUM
003285         MOVE FIX-IN-RAW TO RSD-RAW
003286         MOVE WS-MERGE-NOTE TO RSD-REASON
003287         MOVE FIX-IN-DEPT TO RSD-DEPT
003288         MOVE FIX-IN-REF TO RSD-REF
003289         MOVE WS-RESIDUAL-LINE TO RESIDUAL-REPORT-RECORD
003290         WRITE RESIDUAL-REPORT-RECORD
003291     END-IF.
003292 3300-EXIT.
003300     EXIT.
003310
003320 3400-WRITE-RESIDUAL-PARA.
003720     MOVE WS-TOTAL-LINE TO RESIDUAL-REPORT-RECORD.
003730     WRITE RESIDUAL-REPORT-RECORD.
003740
003742     MOVE 'REPAIRED UNDER MERGED DEPT (INCLUDED)' TO TOT-LABEL.
003743     MOVE WS-CONVERTED-COUNT TO TOT-VALUE.
003744     MOVE WS-TOTAL-LINE TO RESIDUAL-REPORT-RECORD.
003746     WRITE RESIDUAL-REPORT-RECORD.
003748
003750     COMPUTE WS-BALANCE-COUNT =
003760         WS-REPAIRED-COUNT + WS-RESIDUAL-COUNT.
003770     IF WS-BALANCE-COUNT = WS-LINES-READ
