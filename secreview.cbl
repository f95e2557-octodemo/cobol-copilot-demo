000210*                  DATE; THE FILE IS REWRITTEN THROUGH A WORK
000220*                  FILE (SECIWORK) THE WAY LogArchive REWRITES
000230*                  THE VISITOR LOG.
000231* 2026-10-15  RCM  TAKE A DATED BACKUP GENERATION OF SECINCDT
000232*                  (BackupGen) BEFORE EACH REWRITE; IF NO BACKUP
000233*                  CAN BE TAKEN THE DISPOSITION IS NOT RECORDED.
000234*                  FileRestore PUTS A GENERATION BACK.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
001070
001080 01  WS-CONFIRM-SW                   PIC X(01).
001090     88  CHANGE-CONFIRMED                VALUE 'Y' 'y'.
001092
001094 01  BACKUP-REQUEST.
001096     COPY BackupRequest.
001100
001110 01  WS-SWITCHES.
001120     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
003020         GO TO 4000-EXIT
003030     END-IF
003040
003041     PERFORM 4450-BACKUP-INCIDENTS THRU 4450-EXIT
003042     IF BKR-FAILED
003043         DISPLAY "Disposition not recorded - SECINCDT could "
003044             "not be backed up."
003045         GO TO 4000-EXIT
003046     END-IF
003050     PERFORM 4500-REWRITE-INCIDENTS THRU 4500-EXIT
003060     DISPLAY "Disposition recorded.".
003070 4000-EXIT.
003960         DISPLAY "The reason cannot be blank."
003970     END-IF.
003980 4400-EXIT.
003981     EXIT.
003982
003983*----------------------------------------------------------------
003984* 4450-BACKUP-INCIDENTS - TAKE A DATED BACKUP GENERATION OF THE
003985*                  INCIDENT FILE (BackupGen) BEFORE IT IS
003986*                  REWRITTEN.
003987*----------------------------------------------------------------
003988 4450-BACKUP-INCIDENTS.
003989     MOVE "SECINCDT" TO BKR-FILE-ID
003990     MOVE "SecReview" TO BKR-PROGRAM
003991     CALL "BackupGen" USING BACKUP-REQUEST
003992     IF BKR-TAKEN
003993         DISPLAY "SECINCDT saved as backup generation "
003994             BKR-GENERATION "."
003995     END-IF.
003996 4450-EXIT.
003997     EXIT.
004000
004010*----------------------------------------------------------------
004020* 4500-REWRITE-INCIDENTS - COPY THE INCIDENT FILE THROUGH THE
