000100*****************************************************************
000110* PRMSTOR.CPY
000120*
000130* STANDING ORDER RECORD LAYOUT - KEYED BY STO-ORDER-ID.  ONE
000140* RECORD PER RECURRING RANGE-SCAN OR NEXT-PRIME REQUEST A
000150* DEPARTMENT WANTS RUN ON A FIXED SCHEDULE, CARRYING THE CONTROL
000160* CARD TO BE CUT, HOW OFTEN, AND BETWEEN WHICH DATES.  SHARED BY
000170* PRIMESTANDMAINT (MAINTENANCE) AND PRIMESCHEDULE (THE NIGHTLY
000180* STEP THAT CUTS THE CARDS ONTO PRMCTL) SO THE PROGRAMS NEVER
000190* DRIFT APART ON THE RECORD LAYOUT.
000200*
000210* MOD-HISTORY
000220*   2026-10-15  JHT  INITIAL VERSION - RECURRING REQUESTS WERE
000230*                    RE-KEYED ONTO PRMCTL BY HAND EACH TIME.
000240*****************************************************************
000250    05  STO-ORDER-ID                PIC X(08).
000260    05  STO-STATUS                  PIC X(01).
000270        88  STO-IS-ACTIVE           VALUE 'A'.
000280        88  STO-IS-CANCELLED        VALUE 'C'.
000290*   THE CONTROL CARD TO BE CUT - SAME MEANING AS ON PRMCTL.  A
000300*   NEXT-PRIME ORDER SEARCHES THE NIGHT'S PRMIN AND CARRIES A
000310*   ZERO RANGE.
000320    05  STO-RUN-MODE                PIC X(01).
000330        88  STO-MODE-RANGE          VALUE '3'.
000340        88  STO-MODE-NEXTPRIME      VALUE '4'.
000350    05  STO-FROM-NUM                PIC 9(09).
000360    05  STO-TO-NUM                  PIC 9(09).
000370    05  STO-DEPT-CODE               PIC X(04).
000380    05  STO-REF-ID                  PIC X(12).
000390*   SCHEDULE - DAILY, WEEKLY ON STO-RUN-DAY (1 = MONDAY THROUGH
000400*   7 = SUNDAY), OR MONTHLY ON STO-RUN-DAY (1 THROUGH 31; A DAY
000410*   PAST THE END OF A SHORT MONTH RUNS ON ITS LAST DAY).  THE
000420*   ORDER IS DUE FROM THE START DATE THROUGH THE END DATE; A
000430*   ZERO END DATE RUNS UNTIL CANCELLED.
000440    05  STO-FREQUENCY               PIC X(01).
000450        88  STO-DAILY               VALUE 'D'.
000460        88  STO-WEEKLY              VALUE 'W'.
000470        88  STO-MONTHLY             VALUE 'M'.
000480    05  STO-RUN-DAY                 PIC 9(02).
000490    05  STO-START-DATE              PIC 9(08).
000500    05  STO-END-DATE                PIC 9(08).
000510*   MAINTENANCE DATES - SET BY PRIMESTANDMAINT.
000520    05  STO-ADDED-DATE              PIC 9(08).
000530    05  STO-CHANGED-DATE            PIC 9(08).
000540    05  STO-CANCEL-DATE             PIC 9(08).
000550*   SET BY PRIMESCHEDULE EACH TIME A CARD IS CUT - THE LAST RUN
000560*   DATE KEEPS A RERUN OF THE STEP FROM CUTTING THE CARD TWICE.
000570    05  STO-LAST-RUN-DATE           PIC 9(08).
000580    05  STO-RUN-COUNT               PIC 9(05).
000590    05  FILLER                      PIC X(18).
