000120*
000130* DEPARTMENT REFERENCE MASTER RECORD LAYOUT - KEYED BY DPT-CODE.
000140* ONE RECORD PER REQUESTING DEPARTMENT, CARRYING THE NAME THAT
000147* IS ECHOED ON THE REPORTS, THE ACTIVE/INACTIVE FLAG, THE
000155* DELIVERY CONTACT, AND THE MONTHLY CHECK ALLOWANCES.  SHARED
000162* BY PRIMEDEPTMAINT (MAINTENANCE), PRIMEQUOTA (REPORTING),
000170* PRIMECHECKER AND PRIMEREPAIR (CODE VALIDATION) SO THE
000180* PROGRAMS NEVER DRIFT APART ON THE RECORD LAYOUT.
000190*
000210*   2026-09-02  JHT  INITIAL VERSION - ANY FOUR CHARACTERS USED
000220*                    TO PASS AS A DEPT CODE; RESULTS ROUTED TO A
000230*                    TYPO COULD NOT BE DELIVERED BY ALLOCATION.
000231*   2026-09-21  JHT  MONTHLY ALLOWANCES - FRESH CHECKS, RANGE-
000232*                    SCAN NUMBERS, AND NEXT-PRIME SEARCHES,
000233*                    SET BY PRIMEDEPTMAINT, ENFORCED BY
000234*                    PRIMECHECKER, REPORTED BY PRIMEQUOTA.
000235*                    APPENDED PAST THE OLD END OF RECORD
000236*                    (WIDENED 80 TO 120, EXISTING FIELD
000237*                    POSITIONS UNCHANGED) - PRMDEPT IS
000238*                    UNLOADED AND RELOADED AT THE NEW LENGTH
000239*                    WHEN THIS GOES IN.  A RELOADED RECORD
000240*                    CARRIES SPACES HERE, WHICH READS AS NO
000241*                    ALLOWANCE SET - THE DEPARTMENT RUNS
000242*                    UNLIMITED, AS BEFORE.
000243*   2026-10-14  JHT  DEPARTMENT MERGE - SUCCESSOR CODE AND
000244*                    EFFECTIVE DATE CARVED FROM FILLER (RECORD
000245*                    LENGTH AND FIELD POSITIONS UNCHANGED).
000246*****************************************************************
000250    05  DPT-CODE                    PIC X(04).
000260    05  DPT-NAME                    PIC X(30).
000270    05  DPT-STATUS                  PIC X(01).
000280        88  DPT-IS-ACTIVE           VALUE 'A'.
000290        88  DPT-IS-INACTIVE         VALUE 'I'.
000300    05  DPT-CONTACT                 PIC X(25).
000309*   MERGE - SET BY A PRIMEDEPTMAINT 'M' CARD.  A CODE WITH A
000319*   SUCCESSOR AND A MERGE DATE ON OR BEFORE THE RUN DATE IS
000329*   MERGED: CARDS STILL CARRYING IT ARE CONVERTED TO THE
000339*   SUCCESSOR, AND ITS OPEN WORK AND UNBILLED USAGE ARE MOVED
000349*   UNDER THE SUCCESSOR BY PRIMEDEPTREMAP.  SPACES = NOT MERGED.
000359    05  DPT-SUCCESSOR-CODE          PIC X(04).
000369    05  DPT-MERGE-DATE              PIC 9(08).
000379    05  FILLER                      PIC X(08).
000389*   MONTHLY ALLOWANCES - A NON-NUMERIC (BLANK) ALLOWANCE IS NO
000399*   LIMIT ON THAT CLASS OF WORK; ZERO IS NO WORK AT ALL.  THE
000409*   DATE IS WHEN THE ALLOWANCES WERE LAST SET OR RAISED.
000419    05  DPT-FRESH-ALLOWANCE         PIC 9(09).
000429    05  DPT-RANGE-ALLOWANCE         PIC 9(09).
000439    05  DPT-SEARCH-ALLOWANCE        PIC 9(09).
000449    05  DPT-ALLOWANCE-DATE          PIC 9(08).
000459    05  FILLER                      PIC X(05).
