000100*****************************************************************
000110* PRMYTDR.CPY
000120*
000130* YEAR-TO-DATE DEPARTMENT LEDGER RECORD LAYOUT - KEYED BY DEPT
000140* CODE AND CALENDAR YEAR, ONE SLOT PER BILLING MONTH HOLDING
000150* THE USAGE CHARGES BILLED AND THE ADJUSTMENT CREDITS AND DEBITS
000160* POSTED ON THAT MONTH'S STATEMENT.  PRIMEBILLING REPLACES THE
000170* MONTH'S SLOT ON EVERY RUN, SO A REBILL NEVER COUNTS A MONTH
000180* TWICE, AND THE SLOTS ADD UP TO THE PRMINV RECORDS CUT FOR
000190* THE DEPARTMENT OVER THE YEAR.
000200*
000210* MOD-HISTORY
000220*   2026-10-05  JHT  INITIAL VERSION - YEAR-END RECONCILIATION
000230*                    OF PRMINV TO A CUMULATIVE LEDGER.
000240*****************************************************************
000250    05  YTD-KEY.
000260        10  YTD-DEPT-CODE           PIC X(04).
000270        10  YTD-YEAR                PIC 9(04).
000280    05  YTD-MONTH-ENTRY OCCURS 12 TIMES.
000290        10  YTD-MONTH-CHARGES       PIC 9(09)V99.
000300        10  YTD-MONTH-CREDITS       PIC 9(09)V99.
000310        10  YTD-MONTH-DEBITS        PIC 9(09)V99.
000320    05  YTD-LAST-BILL-MONTH         PIC 9(06).
000330    05  FILLER                      PIC X(10).
