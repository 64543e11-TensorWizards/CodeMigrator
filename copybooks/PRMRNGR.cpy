000100*****************************************************************
000110* PRMRNGR.CPY
000120*
000130* COMPLETED-RANGE REGISTRY RECORD LAYOUT - KEYED BY RNG-FROM-NUM,
000140* ONE RECORD PER FROM/TO BLOCK A RANGE SCAN HAS RUN TO A NORMAL
000150* END.  EVERY PRIME IN A REGISTERED BLOCK IS ON THE COMPANION
000160* PRIME TABLE (PRMRNPR), SO A LATER SCAN OVER THE SAME NUMBERS
000170* IS SERVED FROM THE TWO FILES INSTEAD OF RERUNNING THE TRIAL-
000180* DIVISION LOOP.  AN ABORTED SCAN NEVER GETS AN ENTRY.
000190*
000200* MOD-HISTORY
000210*   2026-09-28  JHT  INITIAL VERSION - ENGINEERING RESUBMITS THE
000220*                    SAME AND OVERLAPPING BLOCKS WEEK AFTER WEEK.
000230*****************************************************************
000240    05  RNG-FROM-NUM                PIC 9(09).
000250    05  RNG-TO-NUM                  PIC 9(09).
000260    05  RNG-PRIME-COUNT             PIC 9(09).
000270    05  RNG-TIMESTAMP               PIC X(15).
000280    05  RNG-JOB-ID                  PIC X(08).
000290    05  RNG-DEPT-CODE               PIC X(04).
000300    05  RNG-REF-ID                  PIC X(12).
000310    05  FILLER                      PIC X(14).
