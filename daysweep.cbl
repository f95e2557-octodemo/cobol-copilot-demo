000330*                  AND DEPARTURE TIMESTAMPS AND THE OPEN/CLOSED
000340*                  DECISION COMPARES THEM, THE SAME RULE
000350*                  CheckOut APPLIES - FILE ORDER PROVES NOTHING.
000351* 2026-10-15  RCM  SET RETURN-CODE FOR THE END-OF-DAY JOB STREAM
000352*                  (NightRun): 8 WHEN THE RUN ABORTS, ELSE 0.
000353* 2026-10-15  RCM  THE VISITOR LOG RECORD GREW BY THE PARTY ID
000354*                  (VLOG-PARTY-ID), SO THE CAPTURE RECORD GREW
000355*                  WITH IT.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000600     COPY VisitorLogRecord.
000610
000620 FD  CaptureFile.
000630 01  CAPTURE-RECORD                  PIC X(132).
000640
000650 FD  TermList.
000660 01  TERM-RECORD.
001700             UNTIL LOG-AT-EOF
001710         PERFORM 2600-SCAN-CAPTURES THRU 2600-EXIT
001720         PERFORM 3000-CLOSE-OPEN-VISITS THRU 3000-EXIT
001721     END-IF
001722     IF ABORT-RUN
001723         MOVE 8 TO RETURN-CODE
001724     ELSE
001725         MOVE ZERO TO RETURN-CODE
001730     END-IF
001740     GOBACK.
001750
