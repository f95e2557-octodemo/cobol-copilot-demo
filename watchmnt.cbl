000220*                  LOAD IT FRONT TO BACK - SO A DELETE REWRITES
000230*                  IT THROUGH A WORK FILE (WATCHWRK) THE WAY
000240*                  LogArchive REWRITES THE VISITOR LOG.
000241* 2026-10-15  RCM  TAKE A DATED BACKUP GENERATION OF WATCHLST
000242*                  (BackupGen) BEFORE A DELETE REWRITES IT; IF NO
000243*                  BACKUP CAN BE TAKEN THE ENTRY IS NOT DELETED.
000244*                  FileRestore PUTS A GENERATION BACK.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
001210
001220 01  WS-CONFIRM-SW                   PIC X(01).
001230     88  CHANGE-CONFIRMED                VALUE 'Y' 'y'.
001232
001234 01  BACKUP-REQUEST.
001236     COPY BackupRequest.
001240
001250 01  WS-SWITCHES.
001260     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
003940         GO TO 5000-EXIT
003950     END-IF
003960
003961     PERFORM 5250-BACKUP-WATCHLIST THRU 5250-EXIT
003962     IF BKR-FAILED
003963         DISPLAY "Entry not deleted - WATCHLST could not be "
003964             "backed up."
003965         GO TO 5000-EXIT
003966     END-IF
003970     PERFORM 5300-REWRITE-WATCHLIST THRU 5300-EXIT
003980     MOVE "DELETE  " TO WS-TRAIL-ACTION
003990     PERFORM 7100-LOG-CHANGE THRU 7100-EXIT
004580         MOVE 'Y' TO WS-TARGET-FOUND-SW
004590     END-IF.
004600 5210-EXIT.
004601     EXIT.
004602
004603*----------------------------------------------------------------
004604* 5250-BACKUP-WATCHLIST - TAKE A DATED BACKUP GENERATION OF THE
004605*                  WATCHLIST (BackupGen) BEFORE IT IS REWRITTEN.
004606*----------------------------------------------------------------
004607 5250-BACKUP-WATCHLIST.
004608     MOVE "WATCHLST" TO BKR-FILE-ID
004609     MOVE "WatchMaint" TO BKR-PROGRAM
004610     CALL "BackupGen" USING BACKUP-REQUEST
004611     IF BKR-TAKEN
004612         DISPLAY "WATCHLST saved as backup generation "
004613             BKR-GENERATION "."
004614     END-IF.
004615 5250-EXIT.
004616     EXIT.
004620
004630*----------------------------------------------------------------
004640* 5300-REWRITE-WATCHLIST - COPY THE WATCHLIST THROUGH THE WORK
