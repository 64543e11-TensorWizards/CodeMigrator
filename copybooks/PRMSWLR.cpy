000100*****************************************************************
000110* PRMSWLR.CPY
000120*
000130* SWAP LOG RECORD LAYOUT - ONE RECORD APPENDED BY PRIMESWAP FOR
000140* EVERY SWAP OR RESTORE IT IS ASKED FOR, WHETHER IT WENT AHEAD
000150* OR NOT.  THE GENERATION IS THE BACKUP TAKEN OF THE FILE BEING
000160* REPLACED (ZERO WHEN NONE WAS TAKEN); ON A RESTORE THE SOURCE
000170* GENERATION IS THE ONE PUT BACK.  COUNTS ARE THE LIVE FILE AS
000180* FOUND, THE FILE PUT IN ITS PLACE, AND WHAT THE BALANCE REPORT
000190* SAID THE NEW FILE SHOULD HOLD.
000200*
000210* MOD-HISTORY
000220*   2026-10-07  JHT  INITIAL VERSION.
000230*****************************************************************
000240    05  SWL-DATE                    PIC 9(08).
000250    05  SWL-TIME                    PIC 9(06).
000260    05  SWL-ACTION                  PIC X(01).
000270        88  SWL-WAS-SWAP            VALUE 'S'.
000280        88  SWL-WAS-RESTORE         VALUE 'R'.
000290    05  SWL-FILE-ID                 PIC X(08).
000300    05  SWL-RESULT                  PIC X(08).
000310        88  SWL-SWAPPED             VALUE 'SWAPPED'.
000320        88  SWL-RESTORED            VALUE 'RESTORED'.
000330        88  SWL-REFUSED             VALUE 'REFUSED'.
000340        88  SWL-FAILED              VALUE 'FAILED'.
000350    05  SWL-BACKUP-GENERATION       PIC 9(05).
000360    05  SWL-SOURCE-GENERATION       PIC 9(05).
000370    05  SWL-LIVE-COUNT              PIC 9(09).
000380    05  SWL-NEW-COUNT               PIC 9(09).
000390    05  SWL-EXPECTED-COUNT          PIC 9(09).
000400    05  SWL-REASON                  PIC X(30).
000410    05  SWL-OPERATOR                PIC X(20).
000420    05  FILLER                      PIC X(02).
