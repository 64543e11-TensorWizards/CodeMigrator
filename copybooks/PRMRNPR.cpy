000100*****************************************************************
000110* PRMRNPR.CPY
000120*
000130* RANGE-REGISTRY PRIME TABLE RECORD LAYOUT - KEYED BY RNP-NUM,
000140* ONE RECORD PER PRIME FOUND BY A RANGE SCAN, CARRYING THE FROM
000150* NUMBER OF THE REGISTRY BLOCK IT WAS FIRST FILED UNDER.  A
000160* NUMBER INSIDE A REGISTERED BLOCK IS PRIME WHEN IT IS ON THIS
000170* TABLE AND NOT PRIME WHEN IT IS NOT.
000180*
000190* MOD-HISTORY
000200*   2026-09-28  JHT  INITIAL VERSION - COMPANION TO THE COMPLETED-
000210*                    RANGE REGISTRY (PRMRNGR).
000220*****************************************************************
000230    05  RNP-NUM                     PIC 9(09).
000240    05  RNP-FROM-NUM                PIC 9(09).
000250    05  RNP-TIMESTAMP               PIC X(15).
000260    05  FILLER                      PIC X(47).
