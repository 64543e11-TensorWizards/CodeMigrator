000100*****************************************************************
000110* PRMBKPR.CPY
000120*
000130* SWAP BACKUP RECORD LAYOUT - KEYED BY THE LIVE FILE'S NAME, THE
000140* BACKUP GENERATION NUMBER, AND THE RECORD'S SEQUENCE WITHIN
000150* THE GENERATION.  PRIMESWAP COPIES THE LIVE FILE HERE, ONE
000160* 'L' RECORD PER LINE, BEFORE IT IS EVER REPLACED.
000170*     GENERATION 00000 SEQUENCE 0 - THE 'D' DIRECTORY RECORD
000180*         FOR THE FILE, CARRYING THE LAST GENERATION NUMBER.
000190*     GENERATION N SEQUENCE 0 - THE 'H' HEADER, WRITTEN ONLY
000200*         ONCE EVERY LINE OF THE GENERATION IS ON FILE, SO A
000210*         GENERATION WITHOUT ONE IS INCOMPLETE AND NEVER
000220*         RESTORED.
000230*     GENERATION N SEQUENCE 1 THRU N - THE LINES, IN ORDER.
000240*
000250* MOD-HISTORY
000260*   2026-10-07  JHT  INITIAL VERSION - NUMBERED BACKUPS FOR THE
000270*                    PRMAUD AND PRMALOC SWAPS.
000272*   2026-10-12  JHT  BKP-DATA WIDENED FROM 80 TO 120 BYTES TO
000274*                    CARRY THE WIDENED AUDIT RECORD WHOLE.  THE
000275*                    RECORD IS NOW 160 BYTES - UNLOAD AND RELOAD
000277*                    ANY EXISTING PRMSWBK BEFORE THE FIRST SWAP.
000280*****************************************************************
000290    05  BKP-KEY.
000300        10  BKP-FILE-ID             PIC X(08).
000310        10  BKP-GENERATION          PIC 9(05).
000320        10  BKP-REC-SEQ             PIC 9(09).
000330    05  BKP-REC-TYPE                PIC X(01).
000340        88  BKP-DIRECTORY-RECORD    VALUE 'D'.
000350        88  BKP-HEADER-RECORD       VALUE 'H'.
000360        88  BKP-LINE-RECORD         VALUE 'L'.
000370    05  BKP-DATA                    PIC X(120).
000380    05  BKP-CONTROL-VIEW REDEFINES BKP-DATA.
000390        10  BKP-LAST-GENERATION     PIC 9(05).
000400        10  BKP-BACKUP-DATE         PIC 9(08).
000410        10  BKP-BACKUP-TIME         PIC 9(06).
000420        10  BKP-RECORD-COUNT        PIC 9(09).
000430        10  BKP-REASON              PIC X(08).
000440        10  BKP-OPERATOR            PIC X(20).
000450        10  FILLER                  PIC X(64).
000460    05  FILLER                      PIC X(17).
