000100*****************************************************************
000110* PRMACKR.CPY
000120*
000130* ORDER ACKNOWLEDGMENT RECORD LAYOUT - ONE TURNAROUND RECORD
000140* PER DETAIL ORDER ON THE ORDER-ENTRY TRANSMISSION, ACCEPTED
000150* INTO THE RUN OR REJECTED WITH THE REASON.  SHARED BY
000160* PRIMEINTAKE (WRITER) AND PRIMECOMPLETE (READER) SO THE TWO
000170* PROGRAMS NEVER DRIFT APART ON THE RECORD LAYOUT.
000180*
000190* MOD-HISTORY
000200*   2026-09-23  JHT  CARVED OUT OF PRIMINTK.CBL UNCHANGED, NOW
000210*                    THAT PRIMECOMPLETE READS THE ACCEPTED
000220*                    ORDERS BACK TO BUILD THE COMPLETION FILE.
000230*****************************************************************
000240    05  ACK-ORDER-ID                PIC X(12).
000250    05  ACK-STATUS                  PIC X(08).
000260        88  ACK-ORDER-ACCEPTED      VALUE 'ACCEPTED'.
000270        88  ACK-ORDER-REJECTED      VALUE 'REJECTED'.
000280    05  ACK-REASON                  PIC X(30).
000290    05  ACK-NUM                     PIC X(09).
000300    05  FILLER                      PIC X(21).
