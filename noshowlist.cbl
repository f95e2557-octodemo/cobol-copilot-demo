000230*                  PATTERN EXPECTS, SO A RANGE REGISTRATION IS
000240*                  REPORTED AS A NO-SHOW PER EXPECTED DAY, NOT
000250*                  PER RECORD.
000251* 2026-10-15  RCM  SET RETURN-CODE FOR THE END-OF-DAY JOB STREAM
000252*                  (NightRun): 8 WHEN THE RUN ABORTS, ELSE 0.  NO
000253*                  PREREG FILE IS NOTHING TO REPORT, NOT A
000254*                  FAILURE.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
001300         PERFORM 3000-SCAN-PREREG THRU 3000-EXIT
001310         PERFORM 8000-WRITE-FOOTERS THRU 8000-EXIT
001320         PERFORM 9000-TERMINATE THRU 9000-EXIT
001321     END-IF
001322     IF ABORT-RUN
001323         AND NOT PR-FILE-NOT-FOUND
001324         MOVE 8 TO RETURN-CODE
001325     ELSE
001326         MOVE ZERO TO RETURN-CODE
001330     END-IF
001340     GOBACK.
001350
