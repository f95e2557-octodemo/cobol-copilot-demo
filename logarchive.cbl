000270*                  ARITHMETIC MISTAKES.  NO FILE OR NO RECORD
000280*                  FALLS BACK TO THE PROMPT, AND ARCHRPT SAYS
000290*                  WHERE THE PARAMETERS CAME FROM.
000291* 2026-10-15  RCM  SET RETURN-CODE FOR THE END-OF-DAY JOB STREAM
000292*                  (NightRun): 8 WHEN THE RUN ABORTS, ELSE 0.
000293* 2026-10-15  RCM  TAKE A DATED BACKUP GENERATION OF VISTLOG
000294*                  (BackupGen) BEFORE ANYTHING IS ARCHIVED OR
000295*                  REWRITTEN; A FAILED BACKUP ABORTS THE RUN.
000296*                  FileRestore PUTS A GENERATION BACK.
000297* 2026-10-15  RCM  THE VISITOR LOG RECORD GREW BY THE PARTY ID
000298*                  (VLOG-PARTY-ID), SO THE ARCHIVE AND KEEP
000299*                  RECORDS GREW WITH IT.
000300* 2026-10-15  RCM  AN UNATTENDED RUN (NightRun, OR NOBODY SIGNED
000301*                  ON) WITH NO LOGARCHIVE RECORD TAKES THE 13-
000302*                  MONTH CUTOFF INSTEAD OF PROMPTING, AND A BAD
000303*                  CUTOFF ON THE RECORD ABANDONS IT (RETURN CODE
000304*                  8).  AT THE DESK THE PROMPT STAYS.
000305*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000610     COPY VisitorLogRecord.
000620
000630 FD  ArchiveFile.
000640 01  ARCHIVE-RECORD                  PIC X(132).
000650
000660 FD  KeepFile.
000670 01  KEEP-RECORD                     PIC X(132).
000680
000690 FD  PrintFile.
000700 01  PRINT-LINE                      PIC X(80).
000910     88  PARM-FILE-NOT-FOUND             VALUE "35".
000920     88  PARM-AT-END                     VALUE "10".
000930
000931 01  SIGNON-AREA EXTERNAL.
000932     COPY SignOnArea.
000933
000940 01  WS-CURRENT-DATE                 PIC X(08).
000950
000960 01  WS-CUTOFF-DATE                  PIC X(08).
001080
001090 77  WS-RETENTION-MONTHS             COMP PIC 9(03) VALUE 13.
001100
001102 01  BACKUP-REQUEST.
001104     COPY BackupRequest.
001106
001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001130         88  LOG-AT-EOF                  VALUE 'Y'.
001190         88  PARMS-FOUND                 VALUE 'Y'.
001200     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001210         88  ABORT-RUN                   VALUE 'Y'.
001211     05  WS-UNATTENDED-SW            PIC X(01) VALUE 'N'.
001212         88  RUN-UNATTENDED              VALUE 'Y'.
001220
001230 01  WS-COUNTERS.
001240     05  WS-READ-COUNT               COMP PIC 9(07) VALUE ZERO.
001600         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001610         PERFORM 9000-TERMINATE THRU 9000-EXIT
001620     END-IF
001621     IF ABORT-RUN
001622         MOVE 8 TO RETURN-CODE
001623     ELSE
001624         MOVE ZERO TO RETURN-CODE
001625     END-IF
001630     GOBACK.
001640
001650*----------------------------------------------------------------
001660* 1000-INITIALIZE - SET THE CUTOFF DATE, OPEN THE LOG, THE
001670*                  ARCHIVE (EXTEND, IT ACCUMULATES ACROSS RUNS),
001680*                  AND THE KEEP WORK FILE.
001690*----------------------------------------------------------------
001760     MOVE ZERO TO WS-KEPT-COUNT
001770     MOVE ZERO TO WS-REWRITTEN-COUNT
001780     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001781     MOVE 'N' TO WS-UNATTENDED-SW
001782     IF NO-SIGNON-OPERATOR OR SIGNON-IN-JOB-STREAM
001783         MOVE 'Y' TO WS-UNATTENDED-SW
001784     END-IF
001790     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT
001795     IF ABORT-RUN
001796         GO TO 1000-EXIT
001797     END-IF
001800     IF PARMS-FOUND
001810         MOVE "BATPARMS" TO WS-PARM-SOURCE
001820     ELSE
001821         IF RUN-UNATTENDED
001822             MOVE "DEFAULT " TO WS-PARM-SOURCE
001823             PERFORM 1070-COMPUTE-CUTOFF THRU 1070-EXIT
001824         ELSE
001830             MOVE "CONSOLE " TO WS-PARM-SOURCE
001840             MOVE SPACES TO WS-CUTOFF-DATE
001850             PERFORM 1100-ACCEPT-CUTOFF THRU 1100-EXIT
001860                 UNTIL WS-CUTOFF-DATE IS NUMERIC
001861         END-IF
001862     END-IF
001863     PERFORM 1200-BACKUP-LOG THRU 1200-EXIT
001864     IF ABORT-RUN
001865         GO TO 1000-EXIT
001870     END-IF
001880     OPEN INPUT VisitorLog
001890     IF NOT LOG-OK
002080*                  CONTROL/PARAMETER FILE.  A LOGARCHIVE RECORD
002090*                  SUPPLIES THE CUTOFF (A BLANK CUTOFF COMPUTES
002100*                  TODAY LESS THE RETENTION PERIOD); NO FILE OR
002110*                  NO RECORD FALLS BACK TO THE PROMPT - OR, WHEN
002115*                  UNATTENDED, TO THE SAME COMPUTED CUTOFF.
002120*----------------------------------------------------------------
002130 1050-READ-PARAMETERS.
002140     MOVE 'N' TO WS-PARM-FOUND-SW
002490             PERFORM 1070-COMPUTE-CUTOFF THRU 1070-EXIT
002500             MOVE 'Y' TO WS-PARM-FOUND-SW
002510         ELSE
002511             IF RUN-UNATTENDED
002512                 DISPLAY "LogArchive: bad cutoff on BATPARMS - "
002513                     "run abandoned, VISTLOG untouched"
002514                 MOVE 'Y' TO WS-ABORT-SW
002515             ELSE
002520                 DISPLAY "LogArchive: bad cutoff on BATPARMS - "
002530                     "falling back to the prompt."
002535             END-IF
002540             MOVE 'Y' TO WS-PARM-EOF-SW
002550         END-IF
002560     END-IF.
002910         DISPLAY "Please enter a date as YYYYMMDD."
002920     END-IF.
002930 1100-EXIT.
002931     EXIT.
002932
002933*----------------------------------------------------------------
002934* 1200-BACKUP-LOG - TAKE A DATED BACKUP GENERATION OF VISTLOG
002935*                  (BackupGen) BEFORE ANYTHING IS ARCHIVED OR
002936*                  REWRITTEN.  NO BACKUP, NO RUN - A FAILED BACKUP
002937*                  ABORTS WITH VISTLOG UNTOUCHED.  AN EMPTY OR
002938*                  MISSING LOG HAS NOTHING TO SAVE.
002939*----------------------------------------------------------------
002940 1200-BACKUP-LOG.
002941     MOVE "VISTLOG" TO BKR-FILE-ID
002942     MOVE "LogArchive" TO BKR-PROGRAM
002943     CALL "BackupGen" USING BACKUP-REQUEST
002944     IF BKR-FAILED
002945         DISPLAY "LogArchive: VISTLOG backup failed - run "
002946             "abandoned, VISTLOG untouched"
002947         MOVE 'Y' TO WS-ABORT-SW
002948         GO TO 1200-EXIT
002949     END-IF
002950     IF BKR-TAKEN
002951         DISPLAY "LogArchive: VISTLOG saved as backup generation "
002952             BKR-GENERATION ", " BKR-RECORD-COUNT " records"
002953     END-IF.
002954 1200-EXIT.
002955     EXIT.
002956
002960*----------------------------------------------------------------
002970* 2000-SPLIT-LOG - ROUTE ONE LOG RECORD TO THE ARCHIVE OR THE
002980*                  KEEP FILE, THEN READ THE NEXT.
