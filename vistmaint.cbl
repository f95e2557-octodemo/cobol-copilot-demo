000330*                  HelloMenu'S SIGN-ON INSTEAD OF RE-KEYING IT.
000340*                  THE OLD PROMPT REMAINS AS THE FALLBACK WHEN
000350*                  THE PROGRAM IS RUN OUTSIDE THE MENU.
000351* 2026-10-15  RCM  THE MAINTENANCE LOG LAYOUT MOVES TO THE SHARED
000352*                  MaintLogRecord COPYBOOK NOW THAT OperAct READS
000353*                  THE LOG FOR THE OPERATOR ACTIVITY REPORT.  THE
000354*                  RECORD IS UNCHANGED.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000610
000620 FD  MaintLog.
000630 01  MAINT-LOG-RECORD.
000640     COPY MaintLogRecord.
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-VM-STATUS                    PIC X(02).
