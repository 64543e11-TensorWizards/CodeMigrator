000100*****************************************************************
000110* PRMCMPR.CPY
000120*
000130* WORK-ORDER COMPLETION RECORD LAYOUT - ONE RECORD PER ORDER
000140* PRIMEINTAKE ACCEPTED, SENT BACK TO THE ORDER-ENTRY SYSTEM
000150* AFTER THE NIGHTLY RUN WITH THE RESULT OF THE CHECK.  THE
000160* PRIME FLAG, FACTOR, AND SUBSTITUTE ARE MEANINGFUL ONLY ON A
000170* COMPLETE ORDER; A REJECTED ORDER CARRIES PRIMECHECKER'S
000180* EXCEPTION REASON, AND AN ORDER NOT RUN CARRIES NEITHER.
000190* WRITTEN BY PRIMECOMPLETE.
000200*
000210* MOD-HISTORY
000220*   2026-09-23  JHT  INITIAL VERSION - THE ORDER SYSTEM WAS TOLD
000230*                    ONLY WHETHER AN ORDER ENTERED THE RUN,
000240*                    NEVER HOW IT CAME OUT.
000250*****************************************************************
000260    05  CMP-ORDER-ID                PIC X(12).
000270    05  CMP-NUM                     PIC 9(09).
000280    05  CMP-IS-PRIME                PIC X(01).
000290        88  CMP-NUMBER-IS-PRIME     VALUE 'Y'.
000300        88  CMP-NUMBER-NOT-PRIME    VALUE 'N'.
000310    05  CMP-PRIME-FACTOR            PIC 9(09).
000320    05  CMP-SUBSTITUTE-NUM          PIC 9(09).
000330    05  CMP-STATUS                  PIC X(08).
000340        88  CMP-ORDER-COMPLETE      VALUE 'COMPLETE'.
000350        88  CMP-ORDER-REJECTED      VALUE 'REJECTED'.
000360        88  CMP-ORDER-NOT-RUN       VALUE 'NOT RUN'.
000370    05  CMP-REASON                  PIC X(30).
000380    05  CMP-RUN-DATE                PIC 9(08).
000390    05  CMP-JOB-ID                  PIC X(08).
000400    05  FILLER                      PIC X(06).
