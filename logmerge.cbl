000220*                  TOTALS (MERGRPT) SO THE RUN CAN PROVE NOTHING
000230*                  WAS DROPPED.  RUN IT BEFORE THE REPORTING
000240*                  PROGRAMS, WHICH READ VISTLOG ONLY.
000241* 2026-10-15  RCM  SET RETURN-CODE FOR THE END-OF-DAY JOB STREAM
000242*                  (NightRun): 8 WHEN THE RUN ABORTS OR ENDS OUT
000243*                  OF BALANCE, SO NOTHING DOWNSTREAM RUNS
000244*                  AGAINST A DOUBTFUL VISTLOG; ELSE 0.
000245* 2026-10-15  RCM  TAKE A DATED BACKUP GENERATION OF VISTLOG
000246*                  (BackupGen) BEFORE THE MERGE REWRITES IT; A
000247*                  FAILED BACKUP ABORTS THE RUN.  FileRestore
000248*                  PUTS A GENERATION BACK.
000249* 2026-10-15  RCM  THE VISITOR LOG RECORD GREW BY THE PARTY ID
000250*                  (VLOG-PARTY-ID), SO THE LOG, CAPTURE, SORT, AND
000251*                  KEEP RECORDS GREW WITH IT.
000252*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  VisitorLog.
000540 01  VISITOR-LOG-RECORD              PIC X(132).
000550
000560 FD  CaptureFile.
000570 01  CAPTURE-RECORD                  PIC X(132).
000580
000590 FD  TermList.
000600 01  TERM-RECORD.
000650     05  SRT-DATE                    PIC X(08).
000660     05  FILLER                      PIC X(01).
000670     05  SRT-TIME                    PIC X(08).
000680     05  FILLER                      PIC X(115).
000690
000700 FD  KeepFile.
000710 01  KEEP-RECORD                     PIC X(132).
000720
000730 FD  PrintFile.
000740 01  PRINT-LINE                      PIC X(80).
001050                                     OCCURS 10 TIMES.
001060
001070 01  WS-TERM-SUB                     COMP PIC 9(03) VALUE ZERO.
001072
001074 01  BACKUP-REQUEST.
001076     COPY BackupRequest.
001080
001090 01  WS-SWITCHES.
001100     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001481     MOVE ZERO TO RETURN-CODE
001490     IF NOT ABORT-RUN
001500         SORT SortFile
001510             ON ASCENDING KEY SRT-DATE
001610         ELSE
001620             DISPLAY "LogMerge: run out of balance - capture "
001630                 "streams left intact for review."
001631             MOVE 8 TO RETURN-CODE
001640         END-IF
001650         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001652     END-IF
001654     IF ABORT-RUN
001656         MOVE 8 TO RETURN-CODE
001660     END-IF
001670     GOBACK.
001680
001900     MOVE ZERO TO WS-TERM-COUNT
001910     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001920     ACCEPT WS-CURRENT-TIME FROM TIME
001921     PERFORM 1050-BACKUP-LOG THRU 1050-EXIT
001922     IF ABORT-RUN
001923         GO TO 1000-EXIT
001924     END-IF
001930     OPEN INPUT VisitorLog
001940     IF LOG-OK
001950         MOVE 'Y' TO WS-LOG-OPEN-SW
002230         MOVE "LOCAL" TO WS-TT-TERM-ID (WS-TERM-COUNT)
002240     END-IF.
002250 1000-EXIT.
002251     EXIT.
002252
002253*----------------------------------------------------------------
002254* 1050-BACKUP-LOG - TAKE A DATED BACKUP GENERATION OF VISTLOG
002255*                  (BackupGen) BEFORE THE MERGE REWRITES IT.  NO
002256*                  BACKUP, NO RUN - A FAILED BACKUP ABORTS WITH
002257*                  VISTLOG UNTOUCHED.  AN EMPTY OR MISSING LOG
002258*                  HAS NOTHING TO SAVE.
002259*----------------------------------------------------------------
002260 1050-BACKUP-LOG.
002261     MOVE "VISTLOG" TO BKR-FILE-ID
002262     MOVE "LogMerge" TO BKR-PROGRAM
002263     CALL "BackupGen" USING BACKUP-REQUEST
002264     IF BKR-FAILED
002265         DISPLAY "LogMerge: VISTLOG backup failed - run "
002266             "abandoned, VISTLOG untouched"
002267         MOVE 'Y' TO WS-ABORT-SW
002268         GO TO 1050-EXIT
002269     END-IF
002270     IF BKR-TAKEN
002271         DISPLAY "LogMerge: VISTLOG saved as backup generation "
002272             BKR-GENERATION ", " BKR-RECORD-COUNT " records"
002273     END-IF.
002274 1050-EXIT.
002275     EXIT.
002276
002280*----------------------------------------------------------------
002290* 1100-LOAD-TERM-ENTRY - READ AND TABLE ONE TERMINAL ID.
002300*----------------------------------------------------------------
