000010*----------------------------------------------------------------
000020* MaintLogRecord - LAYOUT OF ONE VISITOR MASTER MAINTENANCE LOG
000030*                 (MAINTLOG) RECORD, APPENDED BY VistMaint FOR
000040*                 EVERY MASTER CHANGE AND READ BY OperAct FOR THE
000050*                 OPERATOR ACTIVITY REPORT.  THE RECORD CARRIES
000060*                 NO TERMINAL; OperAct TAKES THE TERMINAL THE
000070*                 OPERATOR LAST SIGNED ON AT.
000080*----------------------------------------------------------------
000090*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000100*
000110*   MLOG-ACTION VALUES:
000120*       CORRECT  - NAME CORRECTED (RENAMED) ON ONE MASTER RECORD
000130*       MERGE    - MLOG-FROM-ID MERGED INTO MLOG-TO-ID
000140*       DELETE   - MLOG-FROM-ID DELETED
000150*----------------------------------------------------------------
000160     05  MLOG-DATE                   PIC X(08).
000170     05  FILLER                      PIC X(01) VALUE SPACE.
000180     05  MLOG-TIME                   PIC X(08).
000190     05  FILLER                      PIC X(01) VALUE SPACE.
000200     05  MLOG-OPERATOR-ID            PIC X(08).
000210     05  FILLER                      PIC X(01) VALUE SPACE.
000220     05  MLOG-ACTION                 PIC X(08).
000230     05  FILLER                      PIC X(01) VALUE SPACE.
000240     05  MLOG-FROM-ID                PIC X(08).
000250     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  MLOG-TO-ID                  PIC X(08).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  MLOG-OLD-NAME               PIC X(40).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300     05  MLOG-NEW-NAME               PIC X(40).
000310     05  FILLER                      PIC X(01) VALUE SPACE.
000320     05  MLOG-VISIT-COUNT            PIC 9(05).
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340     05  MLOG-LAST-VISIT-DATE        PIC X(08).
