000100*****************************************************************
000110* PRMJSTR.CPY
000120*
000130* JOB STATUS RECORD LAYOUT - ONE RECORD APPENDED TO PRMJSTAT BY
000140* EACH STEP OF THE NIGHTLY STREAM AS IT FINISHES, CARRYING THE
000150* PROGRAM, WHEN IT ENDED, ITS RETURN CODE, UP TO FOUR OF ITS KEY
000160* CONTROL TOTALS, AND ITS OWN PASS/WARN/FAIL VERDICT ON THE
000170* RUN.  SHARED BY EVERY WRITER AND BY PRIMEDASHBOARD, WHICH
000180* READS THE FILE BACK FOR THE MORNING RELEASE DECISION.  TOTALS
000190* A STEP DOES NOT USE ARE LEFT WITH A BLANK LABEL AND ZERO.
000200*
000210* MOD-HISTORY
000220*   2026-10-09  JHT  INITIAL VERSION - THE OPERATOR OPENED SEVEN
000230*                    REPORTS EVERY MORNING TO DECIDE THE HAND-OFF.
000240*****************************************************************
000250    05  JST-PROGRAM-ID              PIC X(16).
000260    05  JST-RUN-DATE                PIC 9(08).
000270    05  JST-RUN-TIME                PIC 9(06).
000280    05  JST-RETURN-CODE             PIC 9(03).
000290    05  JST-VERDICT                 PIC X(01).
000300        88  JST-PASSED              VALUE 'P'.
000310        88  JST-WARNED              VALUE 'W'.
000320        88  JST-FAILED              VALUE 'F'.
000330    05  JST-VERDICT-NOTE            PIC X(30).
000340    05  JST-TOTAL OCCURS 4 TIMES.
000350        10  JST-TOTAL-LABEL         PIC X(16).
000360        10  JST-TOTAL-VALUE         PIC 9(09).
000370    05  FILLER                      PIC X(16).
