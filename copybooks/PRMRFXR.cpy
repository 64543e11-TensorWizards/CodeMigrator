000100*****************************************************************
000110* PRMRFXR.CPY
000120*
000130* AUDIT CROSS-REFERENCE RECORD LAYOUT - KEYED BY XRF-KEY, ONE
000140* RECORD PER AUDITED CHECK UNDER EACH REQUESTOR IT CARRIES: A
000150* 'R' RECORD KEYED BY THE WORK-ORDER REFERENCE ID AND A 'D'
000160* RECORD KEYED BY THE DEPARTMENT CODE, EACH FOLLOWED BY THE
000170* CHECK TIMESTAMP AND AUDIT SEQUENCE NUMBER, SO ALL THE CHECKS
000180* UNDER ONE REFERENCE OR ONE DEPARTMENT SIT TOGETHER IN TIME
000190* ORDER.  THE RECORD REPEATS WHAT THE INQUIRY ANSWERS WITH, SO
000200* NO TRIP BACK TO PRMAUD IS NEEDED.  POSTED BY PRIMECHECKER ON
000210* EVERY AUDIT WRITE AND REBUILT BY PRIMEAUDITINDEX; READ BY
000220* PRIMEINQUIRY.  A DEPARTMENT KEY CARRIES THE FOUR-BYTE CODE IN
000230* THE FIRST FOUR BYTES OF XRF-KEY-VALUE, SPACE-FILLED TO THE
000240* RIGHT.
000250*
000260* MOD-HISTORY
000270*   2026-10-12  JHT  INITIAL VERSION - THE FLOOR ASKS WHAT A WORK
000280*                    ORDER GOT, NOT WHAT HAPPENED TO A NUMBER.
000290*****************************************************************
000300    05  XRF-KEY.
000310        10  XRF-KEY-TYPE            PIC X(01).
000320            88  XRF-BY-REF          VALUE 'R'.
000330            88  XRF-BY-DEPT         VALUE 'D'.
000340        10  XRF-KEY-VALUE           PIC X(12).
000350        10  XRF-DEPT-VIEW REDEFINES XRF-KEY-VALUE.
000360            15  XRF-KEY-DEPT        PIC X(04).
000370            15  FILLER              PIC X(08).
000380        10  XRF-TIMESTAMP           PIC X(15).
000390        10  XRF-SEQ-NUM             PIC 9(09).
000400    05  XRF-NUM                     PIC 9(09).
000410    05  XRF-IS-PRIME                PIC X(03).
000420    05  XRF-PRIME-FACTOR            PIC 9(09).
000430    05  XRF-ALLOC-SW                PIC X(01).
000440        88  XRF-WROTE-ALLOCATION    VALUE 'Y'.
000450        88  XRF-ALLOC-WITHHELD      VALUE 'W'.
000460    05  XRF-JOB-ID                  PIC X(08).
000470    05  XRF-DEPT-CODE               PIC X(04).
000480    05  XRF-REF-ID                  PIC X(12).
000490    05  FILLER                      PIC X(17).
