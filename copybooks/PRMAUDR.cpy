000266*                    SEQUENCE TIES THE RECORD TO ITS PRMRPT
000267*                    SECTION.  LEGACY RECORDS CARRY SPACES;
000268*                    READERS MUST TEST BEFORE USING THEM.
000269*   2026-09-30  JHT  AUD-ALLOC-SW 'W' MARKS A PRIME WITHHELD
000270*                    FROM THE EXTRACTS BECAUSE THE ASSIGNMENT
000271*                    LEDGER SHOWS ANOTHER DEPARTMENT HOLDS IT -
000272*                    NEITHER AN ALLOCATION ROW NOR A SUBSTITUTE.
000273*   2026-10-12  JHT  RECORD WIDENED FROM 80 TO 120 BYTES - ADDED
000274*                    AUD-DEPT-CODE AND AUD-REF-ID, THE REQUESTOR
000275*                    OF THE CHECK, AT THE END (THE FILLER LEFT
000276*                    COULD NOT HOLD BOTH).  EXISTING POSITIONS
000277*                    ARE UNCHANGED, AND RECORDS WRITTEN BEFORE
000278*                    THIS CHANGE READ BACK WITH SPACES IN THE NEW
000279*                    FIELDS - NO REQUESTOR ON FILE.
000280*****************************************************************
000281    05  AUD-NUM                     PIC 9(09).
000282    05  AUD-IS-PRIME                PIC X(03).
000290    05  AUD-TIMESTAMP               PIC X(15).
000300    05  AUD-JOB-ID                  PIC X(08).
000310    05  AUD-PRIME-FACTOR            PIC 9(09).
000318    05  AUD-SEAL-COUNT              PIC 9(09).
000321    05  AUD-ALLOC-SW                PIC X(01).
000322        88  AUD-WROTE-ALLOCATION    VALUE 'Y'.
000323        88  AUD-ALLOC-WITHHELD      VALUE 'W'.
000324    05  AUD-REQUEST-SEQ             PIC 9(03).
000325    05  FILLER                      PIC X(13).
000334    05  AUD-DEPT-CODE               PIC X(04).
000344    05  AUD-REF-ID                  PIC X(12).
000353    05  FILLER                      PIC X(24).
