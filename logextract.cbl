000410*                  HEADER RECORD GAINS A FINAL FIELD SAYING
000420*                  WHERE THE PARAMETERS CAME FROM (BATPARMS OR
000430*                  CONSOLE) SO AN UNATTENDED RUN CAN BE AUDITED.
000431* 2026-10-15  RCM  SET RETURN-CODE FOR THE END-OF-DAY JOB STREAM
000432*                  (NightRun): 8 WHEN THE RUN ABORTS, ELSE 0.
000433* 2026-10-15  RCM  THE VISITOR LOG RECORD GREW BY THE PARTY ID
000434*                  (VLOG-PARTY-ID), SO THE ARCHIVE RECORD GREW
000435*                  WITH IT.
000436* 2026-10-15  RCM  AN UNATTENDED RUN (NightRun, OR NOBODY SIGNED
000437*                  ON) WITH NO LOGEXTRACT RECORD EXTRACTS TODAY
000438*                  (SOURCE DEFAULT), AND A BAD RANGE ABANDONS IT
000439*                  (RETURN CODE 8).  AT THE DESK THE PROMPTS STAY.
000440*----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000710     COPY VisitorLogRecord.
000720
000730 FD  ArchiveFile.
000740 01  ARCHIVE-RECORD                  PIC X(132).
000750
000760 FD  ExtractFile.
000770 01  EXTRACT-RECORD                  PIC X(200).
000930     88  PARM-OK                         VALUE "00".
000940     88  PARM-FILE-NOT-FOUND             VALUE "35".
000950     88  PARM-AT-END                     VALUE "10".
000952
000954 01  SIGNON-AREA EXTERNAL.
000956     COPY SignOnArea.
000960
000970 01  WS-DATE-RANGE.
000980     05  WS-FROM-DATE                PIC X(08).
001210         88  FIELD-TRIMMED               VALUE 'Y'.
001220     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001230         88  ABORT-RUN                   VALUE 'Y'.
001231     05  WS-UNATTENDED-SW            PIC X(01) VALUE 'N'.
001232         88  RUN-UNATTENDED              VALUE 'Y'.
001240
001250 01  WS-COUNTERS.
001260     05  WS-READ-COUNT               COMP PIC 9(07) VALUE ZERO.
001390         PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
001400         PERFORM 9000-TERMINATE THRU 9000-EXIT
001410     END-IF
001411     IF ABORT-RUN
001412         MOVE 8 TO RETURN-CODE
001413     ELSE
001414         MOVE ZERO TO RETURN-CODE
001415     END-IF
001420     GOBACK.
001430
001440*----------------------------------------------------------------
001450* 1000-INITIALIZE - SET THE DATE RANGE, OPEN THE FILES, AND
001460*                  WRITE THE HEADER RECORD.
001470*----------------------------------------------------------------
001480 1000-INITIALIZE.
001540     MOVE ZERO TO WS-EXTRACTED-COUNT
001550     MOVE ZERO TO WS-ARCH-EXTRACTED-COUNT
001560     MOVE ZERO TO WS-LOG-EXTRACTED-COUNT
001561     MOVE 'N' TO WS-UNATTENDED-SW
001562     IF NO-SIGNON-OPERATOR OR SIGNON-IN-JOB-STREAM
001563         MOVE 'Y' TO WS-UNATTENDED-SW
001564     END-IF
001570     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT
001575     IF ABORT-RUN
001576         GO TO 1000-EXIT
001577     END-IF
001580     IF PARMS-FOUND
001590         MOVE "BATPARMS" TO WS-PARM-SOURCE
001600     ELSE
001601         IF RUN-UNATTENDED
001602             MOVE "DEFAULT " TO WS-PARM-SOURCE
001603             ACCEPT WS-FROM-DATE FROM DATE YYYYMMDD
001604             MOVE WS-FROM-DATE TO WS-TO-DATE
001605         ELSE
001610             MOVE "CONSOLE " TO WS-PARM-SOURCE
001620             MOVE SPACES TO WS-FROM-DATE
001630             PERFORM 1110-ACCEPT-FROM-DATE THRU 1110-EXIT
001640                 UNTIL WS-FROM-DATE IS NUMERIC
001650             MOVE SPACES TO WS-TO-DATE
001660             PERFORM 1120-ACCEPT-TO-DATE THRU 1120-EXIT
001670                 UNTIL WS-TO-DATE IS NUMERIC
001680                     AND WS-TO-DATE NOT < WS-FROM-DATE
001685         END-IF
001690     END-IF
001700     OPEN INPUT VisitorLog
001710     IF NOT LOG-OK
001860*                  CONTROL/PARAMETER FILE.  A LOGEXTRACT RECORD
001870*                  WITH A SANE DATE RANGE SUPPLIES THE EXTRACT
001880*                  RANGE; NO FILE OR NO RECORD FALLS BACK TO
001890*                  THE PROMPTS - OR, WHEN UNATTENDED, TO TODAY.
001900*----------------------------------------------------------------
001910 1050-READ-PARAMETERS.
001920     MOVE 'N' TO WS-PARM-FOUND-SW
002260         MOVE PARM-TO-DATE TO WS-TO-DATE
002270         MOVE 'Y' TO WS-PARM-FOUND-SW
002280     ELSE
002281         IF RUN-UNATTENDED
002282             DISPLAY "LogExtract: bad date range on BATPARMS - "
002283                 "run abandoned"
002284             MOVE 'Y' TO WS-ABORT-SW
002285         ELSE
002290             DISPLAY "LogExtract: bad date range on BATPARMS - "
002300                 "falling back to the prompts."
002305         END-IF
002310         MOVE 'Y' TO WS-PARM-EOF-SW
002320     END-IF.
002330 1060-EXIT.
