000290*     PRIMEHISTORY'S TERRITORY, NOT THE INDEX'S.  RUN THIS
000300*     AGAINST AN EMPTY OR SCRATCHED PRMAUDX - LOADING OVER AN
000310*     INDEX THAT ALREADY HOLDS COUNTS WOULD DOUBLE-COUNT.
000311*
000313*     THE SAME PASS POSTS THE AUDIT CROSS-REFERENCE (PRMREFX) -
000314*     EVERY CHECK CARRYING A REFERENCE ID OR DEPARTMENT, KEYED BY
000315*     EACH.  THAT KEY IS UNIQUE TO THE CHECK, SO A CHECK ALREADY
000316*     CROSS-REFERENCED IS COUNTED AND LEFT, AND THE CROSS-
000318*     REFERENCE NEED NOT BE SCRATCHED FIRST.
000320**
000330* MOD-HISTORY
000340*   DATE        INIT  DESCRIPTION
000350*   ----------  ----  --------------------------------------------
000360*   2026-09-02  JHT   ORIGINAL VERSION.
000362*   2026-10-12  JHT   ALSO POSTS THE AUDIT CROSS-REFERENCE
000364*                     (PRMREFX) BY REFERENCE ID AND DEPARTMENT
000367*                     FROM THE SAME PASS OVER THE TRAIL.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PrimeAuditIndex.
000550         RECORD KEY IS AUX-NUM
000560         FILE STATUS IS WS-INDEX-STATUS.
000570
000571     SELECT AUDIT-XREF-FILE ASSIGN TO PRMREFX
000573         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS RANDOM
000575         RECORD KEY IS XRF-KEY
000576         FILE STATUS IS WS-XREF-STATUS.
000578
000580 DATA DIVISION.
000590 FILE SECTION.
000600*-----------------------------------------------------------------
000690 01  AUDIT-INDEX-RECORD.
000700     COPY PRMAUXR.
000710
000712 FD  AUDIT-XREF-FILE.
000714 01  AUDIT-XREF-RECORD.
000715     COPY PRMRFXR.
000717
000720 WORKING-STORAGE SECTION.
000730 01  WS-FILE-STATUSES.
000740     05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000750         88  AUDIT-STATUS-OK         VALUE '00'.
000760     05  WS-INDEX-STATUS             PIC X(02) VALUE SPACES.
000770         88  INDEX-STATUS-OK         VALUE '00'.
000773     05  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
000776         88  XREF-STATUS-OK          VALUE '00'.
000780
000790 01  WS-SWITCHES.
000800     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
000890     05  WS-NUMBERS-INDEXED          PIC 9(09) COMP-3 VALUE ZERO.
000900     05  WS-REFRESHED-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
000910     05  WS-SKIPPED-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
000911     05  WS-XREF-POSTED-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
000912     05  WS-XREF-ALREADY-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
000913
000914*-----------------------------------------------------------------
000915* CROSS-REFERENCE POSTING - THE KEY BEING POSTED.
000916*-----------------------------------------------------------------
000917 01  WS-XREF-WANTED.
000918     05  WS-XREF-TYPE                PIC X(01) VALUE SPACES.
000919     05  WS-XREF-VALUE               PIC X(12) VALUE SPACES.
000920
000930 01  WS-DISPLAY-COUNT                PIC ZZZZZZZZ9.
000940
000960
000970******************************************************************
000980* 0000-MAIN-PARA
000990* MAINLINE - OPEN THE FILES, LOAD FRONT TO BACK, SHOW TOTALS.
001000******************************************************************
001010 0000-MAIN-PARA.
001020     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001040         UNTIL END-OF-AUDIT-FILE.
001050     CLOSE PRIME-AUDIT-FILE.
001060     CLOSE AUDIT-INDEX-FILE.
001064     CLOSE AUDIT-XREF-FILE.
001070     PERFORM 9000-SHOW-TOTALS-PARA THRU 9000-EXIT.
001080     STOP RUN.
001090
001100******************************************************************
001110* 1000-INITIALIZE-PARA
001117* OPENS THE AUDIT HISTORY FOR INPUT AND THE INDEX AND CROSS-
001125* REFERENCE I-O, CREATING EACH ON FIRST USE VIA THE OPEN-OUTPUT
001132* FALLBACK IDIOM.
001140******************************************************************
001150 1000-INITIALIZE-PARA.
001160     OPEN INPUT PRIME-AUDIT-FILE.
001290     IF NOT INDEX-STATUS-OK
001300         DISPLAY 'AUDIT-INDEX-FILE (PRMAUDX) COULD NOT BE'
001310             ' OPENED - STATUS ' WS-INDEX-STATUS
001311         DISPLAY 'BUILD RUN TERMINATED - NO RECORDS PROCESSED'
001312         STOP RUN
001313     END-IF.
001314     OPEN I-O AUDIT-XREF-FILE.
001315     IF NOT XREF-STATUS-OK
001316         OPEN OUTPUT AUDIT-XREF-FILE
001317         CLOSE AUDIT-XREF-FILE
001318         OPEN I-O AUDIT-XREF-FILE
001319     END-IF.
001320     IF NOT XREF-STATUS-OK
001321         DISPLAY 'AUDIT-XREF-FILE (PRMREFX) COULD NOT BE'
001322             ' OPENED - STATUS ' WS-XREF-STATUS
001323         DISPLAY 'BUILD RUN TERMINATED - NO RECORDS PROCESSED'
001330         STOP RUN
001340     END-IF.
001350 1000-EXIT.
001510             IF AUD-NUM NUMERIC
001520                AND NOT AUD-SEAL-RECORD
001530                 PERFORM 2100-POST-INDEX-PARA THRU 2100-EXIT
001534                 PERFORM 2200-POST-XREF-PARA THRU 2200-EXIT
001540             ELSE
001550                 ADD 1 TO WS-SKIPPED-COUNT
001560             END-IF
001940     EXIT.
001950
001960******************************************************************
001961* 2200-POST-XREF-PARA
001962* POSTS ONE CHECK TO THE CROSS-REFERENCE UNDER ITS REFERENCE ID
001963* AND UNDER ITS DEPARTMENT.  RECORDS WRITTEN BEFORE THE TRAIL
001964* CARRIED THE REQUESTOR HAVE NEITHER AND POST NOTHING.
001965******************************************************************
001966 2200-POST-XREF-PARA.
001967     IF AUD-REF-ID NOT = SPACES
001968         MOVE 'R' TO WS-XREF-TYPE
001969         MOVE AUD-REF-ID TO WS-XREF-VALUE
001970         PERFORM 2210-WRITE-XREF-PARA THRU 2210-EXIT
001971     END-IF.
001972     IF AUD-DEPT-CODE NOT = SPACES
001973         MOVE 'D' TO WS-XREF-TYPE
001974         MOVE SPACES TO WS-XREF-VALUE
001975         MOVE AUD-DEPT-CODE TO WS-XREF-VALUE(1:4)
001976         PERFORM 2210-WRITE-XREF-PARA THRU 2210-EXIT
001977     END-IF.
001978 2200-EXIT.
001979     EXIT.
001980
001981******************************************************************
001982* 2210-WRITE-XREF-PARA
001983* WRITES ONE CROSS-REFERENCE RECORD UNDER THE KEY TYPE AND VALUE
001984* SET BY 2200, CARRYING THE CHECK'S RESULT, FACTOR, ALLOCATION
001985* AND REQUESTOR.  A KEY ALREADY ON FILE WAS POSTED BY AN EARLIER
001986* BUILD AND IS COUNTED, NOT REPLACED.
001987******************************************************************
001988 2210-WRITE-XREF-PARA.
001989     MOVE SPACES TO AUDIT-XREF-RECORD.
001990     MOVE WS-XREF-TYPE TO XRF-KEY-TYPE.
001991     MOVE WS-XREF-VALUE TO XRF-KEY-VALUE.
001992     MOVE AUD-TIMESTAMP TO XRF-TIMESTAMP.
001993     IF AUD-SEQ-NUM NUMERIC
001994         MOVE AUD-SEQ-NUM TO XRF-SEQ-NUM
001995     ELSE
001996         MOVE ZERO TO XRF-SEQ-NUM
001997     END-IF.
001998     MOVE AUD-NUM TO XRF-NUM.
001999     MOVE AUD-IS-PRIME TO XRF-IS-PRIME.
002000     IF AUD-PRIME-FACTOR NUMERIC
002001         MOVE AUD-PRIME-FACTOR TO XRF-PRIME-FACTOR
002002     ELSE
002003         MOVE ZERO TO XRF-PRIME-FACTOR
002004     END-IF.
002005     MOVE AUD-ALLOC-SW TO XRF-ALLOC-SW.
002006     MOVE AUD-JOB-ID TO XRF-JOB-ID.
002007     MOVE AUD-DEPT-CODE TO XRF-DEPT-CODE.
002008     MOVE AUD-REF-ID TO XRF-REF-ID.
002009     WRITE AUDIT-XREF-RECORD
002010         INVALID KEY
002011             ADD 1 TO WS-XREF-ALREADY-COUNT
002012         NOT INVALID KEY
002013             ADD 1 TO WS-XREF-POSTED-COUNT
002014     END-WRITE.
002015 2210-EXIT.
002016     EXIT.
002017
002018******************************************************************
002019* 9000-SHOW-TOTALS-PARA
002020* BUILD CONTROL TOTALS - READ = INDEXED + REFRESHED + SKIPPED.
002021******************************************************************
002022 9000-SHOW-TOTALS-PARA.
002023     DISPLAY 'PRIME AUDIT INDEX BUILD - CONTROL TOTALS'.
002024     MOVE WS-RECORDS-READ TO WS-DISPLAY-COUNT.
002030     DISPLAY 'AUDIT RECORDS READ          ' WS-DISPLAY-COUNT.
002040     MOVE WS-NUMBERS-INDEXED TO WS-DISPLAY-COUNT.
002050     DISPLAY 'NUMBERS NEWLY INDEXED       ' WS-DISPLAY-COUNT.
002070     DISPLAY 'ENTRIES REFRESHED BY LATER  ' WS-DISPLAY-COUNT.
002080     MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT.
002090     DISPLAY 'RECORDS SKIPPED (SEALS/BAD) ' WS-DISPLAY-COUNT.
002092     MOVE WS-XREF-POSTED-COUNT TO WS-DISPLAY-COUNT.
002094     DISPLAY 'CROSS-REFERENCES POSTED     ' WS-DISPLAY-COUNT.
002095     MOVE WS-XREF-ALREADY-COUNT TO WS-DISPLAY-COUNT.
002097     DISPLAY 'ALREADY CROSS-REFERENCED    ' WS-DISPLAY-COUNT.
002100 9000-EXIT.
002110     EXIT.
