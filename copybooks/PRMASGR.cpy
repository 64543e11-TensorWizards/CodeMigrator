000100*****************************************************************
000110* PRMASGR.CPY
000120*
000130* PRIME ASSIGNMENT LEDGER RECORD LAYOUT - KEYED BY ASG-NUM, ONE
000140* RECORD PER PRIME EVER HANDED TO THE ALLOCATION SYSTEM ON
000150* PRMALOC OR PRMSUBS, NAMING THE DEPARTMENT AND REFERENCE ID IT
000160* WENT TO AND WHEN.  PRIMECHECKER READS IT BEFORE WRITING
000170* EITHER EXTRACT ROW AND WITHHOLDS A PRIME ANOTHER DEPARTMENT
000180* ALREADY HOLDS.  PRIMEASSIGNRELEASE MARKS A NUMBER RELEASED
000190* ONCE THE ALLOCATION SYSTEM HAS RETIRED IT - A RELEASED
000200* NUMBER MAY BE ASSIGNED AGAIN, AND THE NEXT ASSIGNMENT
000210* OVERWRITES THE RECORD IN PLACE.
000220*
000230* MOD-HISTORY
000240*   2026-09-30  JHT  INITIAL VERSION - THE SAME PRIME WAS GOING
000250*                    TO TWO DEPARTMENTS AND NOTHING STOPPED IT.
000260*****************************************************************
000270    05  ASG-NUM                     PIC 9(09).
000280    05  ASG-DEPT-CODE               PIC X(04).
000290    05  ASG-REF-ID                  PIC X(12).
000300    05  ASG-TIMESTAMP               PIC X(15).
000310    05  ASG-JOB-ID                  PIC X(08).
000320    05  ASG-SOURCE                  PIC X(01).
000330        88  ASG-FROM-ALLOCATION     VALUE 'A'.
000340        88  ASG-FROM-SUBSTITUTE     VALUE 'S'.
000350    05  ASG-REQUEST-SEQ             PIC 9(03).
000360    05  ASG-STATUS                  PIC X(01).
000370        88  ASG-IS-ASSIGNED         VALUE 'A'.
000380        88  ASG-IS-RELEASED         VALUE 'R'.
000390    05  ASG-RELEASE-DATE            PIC 9(08).
000400    05  FILLER                      PIC X(19).
