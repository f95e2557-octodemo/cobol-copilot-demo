000010*----------------------------------------------------------------
000020* BackupRequest - PARAMETER BLOCK PASSED ON CALL "BackupGen"
000030*                 USING.  A PROGRAM ABOUT TO EMPTY AND REWRITE
000040*                 ONE OF THE SEQUENTIAL FILES (VISTLOG, SECINCDT,
000050*                 HOSTNTFY, WATCHLST) FILLS IN THE FILE AND ITS
000060*                 OWN NAME, CALLS BackupGen, AND DOES NOT TOUCH
000070*                 THE FILE IF THE BACKUP FAILED.  FileRestore
000080*                 USES THE SAME CALL TO SAVE THE CURRENT FILE
000090*                 BEFORE PUTTING A GENERATION BACK.
000100*----------------------------------------------------------------
000110*   CALLER SUPPLIES THE ENCLOSING 01 GROUP.
000120*
000130*   SET BY THE CALLER:
000140*       BKR-FILE-ID   - THE FILE'S ASSIGNED NAME, E.G. VISTLOG
000150*       BKR-PROGRAM   - THE CALLING PROGRAM, FOR THE LABEL
000160*
000170*   SET BY BackupGen:
000180*       BKR-RESULT        - SEE THE CONDITIONS BELOW
000190*       BKR-GENERATION    - THE SLOT WRITTEN (01 UP TO THE
000200*                           NUMBER OF GENERATIONS KEPT)
000210*       BKR-RECORD-COUNT  - DATA RECORDS COPIED
000220*----------------------------------------------------------------
000230     05  BKR-FILE-ID                 PIC X(08).
000240     05  BKR-PROGRAM                 PIC X(12).
000250     05  BKR-RESULT                  PIC X(02).
000260         88  BKR-TAKEN                   VALUE "00".
000270         88  BKR-NOTHING-TO-SAVE         VALUE "NF".
000280         88  BKR-FAILED                  VALUE "ER".
000290     05  BKR-GENERATION              PIC 9(02).
000300     05  BKR-RECORD-COUNT            PIC 9(07).
