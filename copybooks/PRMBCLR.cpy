000100*****************************************************************
000110* PRMBCLR.CPY
000120*
000130* BILLING MONTH-CLOSE RECORD LAYOUT - KEYED BY BILLING MONTH,
000140* WRITTEN BY PRIMEBILLING WHEN A RUN FOR THE MONTH BALANCES.
000150* A CLOSED MONTH IS NOT BILLED AGAIN UNLESS THE RATE CARD ASKS
000160* FOR A REBILL; EACH REBILL BUMPS THE RUN COUNT AND REPLACES
000170* THE MONTH'S TOTALS WITH THE LATEST RUN'S.
000180*
000190* MOD-HISTORY
000200*   2026-10-05  JHT  INITIAL VERSION - A RERUN BILLED THE SAME
000210*                    MONTH TWICE.
000220*****************************************************************
000230    05  BCL-BILL-MONTH              PIC 9(06).
000240    05  BCL-STATUS                  PIC X(01).
000250        88  BCL-MONTH-CLOSED        VALUE 'C'.
000260    05  BCL-FIRST-CLOSE-DATE        PIC 9(08).
000270    05  BCL-LAST-RUN-DATE           PIC 9(08).
000280    05  BCL-RUN-COUNT               PIC 9(03).
000290    05  BCL-DEPTS-BILLED            PIC 9(05).
000300    05  BCL-CHARGE-AMOUNT           PIC 9(09)V99.
000310    05  BCL-CREDIT-AMOUNT           PIC 9(09)V99.
000320    05  BCL-DEBIT-AMOUNT            PIC 9(09)V99.
000330    05  FILLER                      PIC X(16).
