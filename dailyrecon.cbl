000320*                  LOGGED AFTER A BAD RESTART IS NO LONGER
000330*                  INVISIBLE TO RECONCILIATION - THE DISCREPANCY
000340*                  IS NAMED ON RECONRPT.
000341* 2026-10-15  RCM  SET RETURN-CODE FOR THE END-OF-DAY JOB STREAM
000342*                  (NightRun): 8 WHEN THE RUN ABORTS, 4 WHEN
000343*                  RECONRPT NAMES ANY DISCREPANCY, ELSE 0.
000344* 2026-10-15  RCM  THE VISITOR LOG RECORD GREW BY THE PARTY ID
000345*                  (VLOG-PARTY-ID), SO THE ARCHIVE RECORD GREW
000346*                  WITH IT.
000350*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000750     COPY VisitorLogRecord.
000760
000770 FD  ArchiveFile.
000780 01  ARCHIVE-RECORD                  PIC X(132).
000790
000800 FD  AuditLog.
000810 01  AUDIT-LOG-RECORD.
001960         PERFORM 4500-TALLY-CONTROLS THRU 4500-EXIT
001970         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
001980         PERFORM 9000-TERMINATE THRU 9000-EXIT
001981     END-IF
001982     IF ABORT-RUN
001983         MOVE 8 TO RETURN-CODE
001984     ELSE
001985         IF WS-EXCEPTION-COUNT > ZERO
001986             OR RECON-TABLE-OVERFLOW
001987             MOVE 4 TO RETURN-CODE
001988         ELSE
001989             MOVE ZERO TO RETURN-CODE
001990         END-IF
001991     END-IF
002000     GOBACK.
002010
002020*----------------------------------------------------------------
