000150* OFF THE BATCH CARD OR THE CONTROL CARD.  THE EVENT TYPE
000160* SELECTS THE RATE CLASS ON THE MONTHLY BILLING RUN - A FRESH
000170* TRIAL-DIVISION CHECK, A KNOWN-RESULT HIT SERVED FROM THE
000176* MASTER, ONE NUMBER OF A RANGE SCAN, A RANGE NUMBER SERVED
000183* FROM THE COMPLETED-RANGE REGISTRY, OR A NEXT-PRIME
000190* SUBSTITUTE SEARCH.  SHARED BY PRIMECHECKER (WRITER) AND
000200* PRIMEBILLING (READER) SO THE TWO PROGRAMS NEVER DRIFT APART
000210* ON THE RECORD LAYOUT.
000240*   2026-09-02  JHT  INITIAL VERSION - NOTHING CONNECTED USAGE
000250*                    TO A DEPARTMENT IN MACHINE-READABLE TOTALS
000260*                    BEFORE MANAGEMENT APPROVED CHARGEBACK.
000262*   2026-09-28  JHT  ADDED EVENT TYPE 'K' - A RANGE NUMBER SERVED
000264*                    FROM THE COMPLETED-RANGE REGISTRY, BILLED
000267*                    APART FROM ONE SCANNED FRESH ('R').
000270*****************************************************************
000280    05  USE-DEPT-CODE               PIC X(04).
000290    05  USE-REF-ID                  PIC X(12).
000320        88  USE-FRESH-CHECK         VALUE 'F'.
000330        88  USE-MASTER-HIT          VALUE 'H'.
000340        88  USE-RANGE-NUMBER        VALUE 'R'.
000344        88  USE-REGISTRY-HIT        VALUE 'K'.
000350        88  USE-NEXTPRIME-SEARCH    VALUE 'N'.
000360    05  USE-TIMESTAMP               PIC X(15).
000370    05  USE-JOB-ID                  PIC X(08).
