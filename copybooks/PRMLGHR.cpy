000100*****************************************************************
000110* PRMLGHR.CPY
000120*
000130* LEGAL HOLD RECORD LAYOUT - KEYED BY LGH-KEY (WHAT IS HELD
000140* PLUS THE COMPLIANCE CASE NUMBER), ONE RECORD PER HOLD PLACED
000150* BY PRIMELEGALHOLD.  A NUMBER UNDER TWO DISPUTES CARRIES TWO
000160* RECORDS, AND STAYS HELD UNTIL BOTH ARE RELEASED.  A RELEASED
000170* HOLD STAYS ON FILE FOR THE REGISTER.  SHARED BY PRIMELEGALHOLD
000180* (WRITER), PRIMEHOLDREGISTER, PRIMEARCHIVE, PRIMEINQUIRY AND
000190* PRIMEHISTORY SO THE PROGRAMS NEVER DRIFT APART ON THE LAYOUT.
000200* A NUMBER HOLD CARRIES THE NINE-DIGIT NUMBER IN THE FIRST NINE
000210* BYTES OF LGH-VALUE, SPACE-FILLED TO THE RIGHT.
000220*
000230* MOD-HISTORY
000240*   2026-10-02  JHT  INITIAL VERSION - COMPLIANCE FREEZES THE
000250*                    CHECK HISTORY OF NUMBERS IN DISPUTE.
000260*****************************************************************
000270    05  LGH-KEY.
000280        10  LGH-TYPE                PIC X(01).
000290            88  LGH-BY-NUMBER       VALUE 'N'.
000300            88  LGH-BY-REF          VALUE 'R'.
000310        10  LGH-VALUE               PIC X(12).
000320        10  LGH-NUM-VIEW REDEFINES LGH-VALUE.
000330            15  LGH-NUM             PIC 9(09).
000340            15  FILLER              PIC X(03).
000350        10  LGH-CASE-NUM            PIC X(12).
000360    05  LGH-STATUS                  PIC X(01).
000370        88  LGH-IS-ACTIVE           VALUE 'A'.
000380        88  LGH-IS-RELEASED         VALUE 'R'.
000390    05  LGH-PLACED-BY               PIC X(20).
000400    05  LGH-PLACED-DATE             PIC 9(08).
000410    05  LGH-RELEASED-BY             PIC X(20).
000420    05  LGH-RELEASED-DATE           PIC 9(08).
000430    05  FILLER                      PIC X(18).
