000100*****************************************************************
000110* PRMADJR.CPY
000120*
000130* BILLING ADJUSTMENT RECORD LAYOUT - KEYED BY ADJ-KEY (THE ENTRY
000140* RUN'S TIMESTAMP AND THE CARD'S SEQUENCE WITHIN THAT RUN), ONE
000150* RECORD PER APPROVED CREDIT OR DEBIT ENTERED BY PRIMEBILLADJ.
000160* AN ADJUSTMENT WAITS PENDING UNTIL THE NEXT PRIMEBILLING RUN
000170* POSTS IT TO THE DEPARTMENT'S STATEMENT, THEN CARRIES THE MONTH
000180* IT WAS POSTED IN SO A REBILL OF THAT MONTH POSTS IT AGAIN.
000190* ADJ-MONTH IS THE MONTH THE ADJUSTMENT CONCERNS, NOT THE MONTH
000200* IT POSTS IN.  SHARED BY PRIMEBILLADJ (WRITER) AND PRIMEBILLING
000210* SO THE TWO PROGRAMS NEVER DRIFT APART ON THE LAYOUT.
000220*
000230* MOD-HISTORY
000240*   2026-10-05  JHT  INITIAL VERSION - DISPUTED WORK WAS CREDITED
000250*                    BY HAND IN ACCOUNTING.
000260*****************************************************************
000270    05  ADJ-KEY.
000280        10  ADJ-ENTRY-STAMP         PIC X(15).
000290        10  ADJ-ENTRY-SEQ           PIC 9(03).
000300    05  ADJ-DEPT-CODE               PIC X(04).
000310    05  ADJ-MONTH                   PIC 9(06).
000320    05  ADJ-TYPE                    PIC X(01).
000330        88  ADJ-IS-CREDIT           VALUE 'C'.
000340        88  ADJ-IS-DEBIT            VALUE 'D'.
000350    05  ADJ-AMOUNT                  PIC 9(07)V99.
000360    05  ADJ-REASON                  PIC X(30).
000370    05  ADJ-APPROVER                PIC X(20).
000380    05  ADJ-STATUS                  PIC X(01).
000390        88  ADJ-IS-PENDING          VALUE 'P'.
000400        88  ADJ-IS-POSTED           VALUE 'B'.
000410    05  ADJ-POSTED-MONTH            PIC 9(06).
000420    05  FILLER                      PIC X(05).
