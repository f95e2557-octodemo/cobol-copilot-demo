000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FileRestore.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - PUT A BACKUP GENERATION
000110*                  (<FILE>.BKnn, TAKEN BY BackupGen BEFORE EACH
000120*                  REWRITE) BACK OVER VISTLOG, SECINCDT,
000130*                  HOSTNTFY, OR WATCHLST.  THE GENERATIONS ON
000140*                  FILE ARE LISTED WITH THEIR DATES AND RECORD
000150*                  COUNTS; THE ONE PICKED IS CHECKED AGAINST ITS
000160*                  TRAILER, CONFIRMED, AND AUTHORIZED BY A
000170*                  SUPERVISOR ID FROM THE OPERATOR FILE.  THE
000180*                  FILE AS IT STANDS IS SAVED AS A GENERATION OF
000190*                  ITS OWN FIRST, SO A RESTORE CAN BE UNDONE.
000200*                  EVERY RESTORE, REFUSAL, AND FAILURE IS
000210*                  APPENDED TO THE RESTORE LOG (RESTLOG).
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SPECIAL-NAMES.
000270     CONSOLE IS KEYBOARD.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TargetFile ASSIGN TO WS-TARGET-NAME
000310         ORGANIZATION LINE SEQUENTIAL
000320         FILE STATUS IS WS-TGT-STATUS.
000330
000340     SELECT GenFile ASSIGN TO WS-GEN-NAME
000350         ORGANIZATION LINE SEQUENTIAL
000360         FILE STATUS IS WS-GEN-STATUS.
000370
000380     SELECT WorkFile ASSIGN TO "RESTWORK"
000390         ORGANIZATION LINE SEQUENTIAL
000400         FILE STATUS IS WS-WORK-STATUS.
000410
000420     SELECT RestoreLog ASSIGN TO "RESTLOG"
000430         ORGANIZATION LINE SEQUENTIAL
000440         FILE STATUS IS WS-RSL-STATUS.
000450
000460     SELECT OperatorFile ASSIGN TO "OPERFILE"
000470         ORGANIZATION INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OP-ID-KEY
000500         FILE STATUS IS WS-OP-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  TargetFile.
000550 01  TARGET-RECORD                   PIC X(256).
000560
000570 FD  GenFile.
000580 01  GEN-RECORD                      PIC X(256).
000590 01  GEN-LABEL-RECORD.
000600     COPY BackupLabelRecord.
000610
000620 FD  WorkFile.
000630 01  WORK-RECORD                     PIC X(256).
000640
000650 FD  RestoreLog.
000660 01  RESTORE-LOG-RECORD.
000670     COPY RestoreLogRecord.
000680
000690 FD  OperatorFile.
000700 01  OPERATOR-RECORD.
000710     COPY OperatorRecord.
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-TGT-STATUS                   PIC X(02).
000750     88  TGT-OK                          VALUE "00".
000760
000770 01  WS-GEN-STATUS                   PIC X(02).
000780     88  GEN-OK                          VALUE "00".
000790
000800 01  WS-WORK-STATUS                  PIC X(02).
000810     88  WORK-OK                         VALUE "00".
000820
000830 01  WS-RSL-STATUS                   PIC X(02).
000840     88  RSL-OK                          VALUE "00".
000850     88  RSL-FILE-NOT-FOUND              VALUE "35".
000860
000870 01  WS-OP-STATUS                    PIC X(02).
000880     88  OP-OK                           VALUE "00".
000890     88  OP-NOT-FOUND                    VALUE "23".
000900     88  OP-FILE-NOT-FOUND               VALUE "35".
000910
000920 01  SIGNON-AREA EXTERNAL.
000930     COPY SignOnArea.
000940
000950 01  BACKUP-REQUEST.
000960     COPY BackupRequest.
000970
000980 01  WS-MENU-CHOICE                  PIC X(01).
000990     88  RESTORE-VISTLOG                 VALUE '1'.
001000     88  RESTORE-SECINCDT                VALUE '2'.
001010     88  RESTORE-HOSTNTFY                VALUE '3'.
001020     88  RESTORE-WATCHLST                VALUE '4'.
001030     88  EXIT-RESTORE                    VALUE '5'.
001040     88  VALID-RESTORE-CHOICE            VALUE '1' '2' '3' '4'
001050                                               '5'.
001060
001070 01  WS-TARGET-NAME                  PIC X(08).
001080 01  WS-GEN-NAME                     PIC X(16).
001090
001100 01  WS-OPERATOR-ID                  PIC X(08).
001110 01  WS-SUPERVISOR-ID                PIC X(08).
001120
001130 01  WS-CURRENT-DATE-TIME.
001140     05  WS-CURRENT-DATE             PIC X(08).
001150     05  WS-CURRENT-TIME             PIC X(08).
001160
001170 01  WS-SLOT-ENTRY                   PIC X(02).
001180 01  WS-SLOT-ENTRY-N REDEFINES WS-SLOT-ENTRY
001190                                     PIC 9(02).
001200
001210 77  WS-GEN-MAX                      COMP PIC 9(02) VALUE 20.
001220
001230 01  WS-SLOT-WORK.
001240     05  WS-SLOT                     COMP PIC 9(02) VALUE ZERO.
001250     05  WS-SLOT-DISPLAY             PIC 9(02).
001260     05  WS-LISTED-COUNT             COMP PIC 9(02) VALUE ZERO.
001270     05  WS-GEN-COUNT                COMP PIC 9(07) VALUE ZERO.
001280     05  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
001290     05  WS-WRITTEN-COUNT            COMP PIC 9(07) VALUE ZERO.
001300     05  WS-GEN-DATE                 PIC X(08).
001310     05  WS-GEN-TIME                 PIC X(08).
001320     05  WS-GEN-PROGRAM              PIC X(12).
001330     05  WS-GEN-OPERATOR             PIC X(08).
001340     05  WS-GEN-STATE                PIC X(10).
001350     05  WS-SAVED-GENERATION         PIC 9(02) VALUE ZERO.
001360     05  WS-LOG-ACTION               PIC X(08).
001370
001380 01  WS-DISPLAY-COUNT                PIC ZZZZZZ9.
001390
001400 01  WS-CONFIRM-SW                   PIC X(01).
001410     88  CHANGE-CONFIRMED                VALUE 'Y' 'y'.
001420
001430 01  WS-SWITCHES.
001440     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
001450         88  RESTORE-DONE                VALUE 'Y'.
001460     05  WS-GEN-EOF-SW               PIC X(01) VALUE 'N'.
001470         88  GEN-AT-EOF                  VALUE 'Y'.
001480     05  WS-WORK-EOF-SW              PIC X(01) VALUE 'N'.
001490         88  WORK-AT-EOF                 VALUE 'Y'.
001500     05  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
001510         88  TRAILER-SEEN                VALUE 'Y'.
001520     05  WS-GEN-FOUND-SW             PIC X(01) VALUE 'N'.
001530         88  GEN-FOUND                   VALUE 'Y'.
001540     05  WS-GEN-COMPLETE-SW          PIC X(01) VALUE 'N'.
001550         88  GEN-COMPLETE                VALUE 'Y'.
001560     05  WS-SUPERVISOR-SW            PIC X(01) VALUE 'N'.
001570         88  SUPERVISOR-CONFIRMED        VALUE 'Y'.
001580     05  WS-STAGE-SW                 PIC X(01) VALUE 'N'.
001590         88  STAGING-GENERATION          VALUE 'Y'.
001600
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001640     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001650         UNTIL RESTORE-DONE
001660     GOBACK.
001670
001680*----------------------------------------------------------------
001690* 1000-INITIALIZE - CAPTURE THE OPERATOR ID FROM THE SHARED
001700*                  SIGN-ON AREA (PROMPTED ON A STANDALONE RUN).
001710*----------------------------------------------------------------
001720 1000-INITIALIZE.
001730     MOVE 'N' TO WS-DONE-SW
001740     MOVE 'N' TO WS-STAGE-SW
001750     IF NO-SIGNON-OPERATOR
001760         DISPLAY "Operator ID: "
001770         ACCEPT WS-OPERATOR-ID FROM KEYBOARD
001780     ELSE
001790         MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID
001800     END-IF.
001810 1000-EXIT.
001820     EXIT.
001830
001840*----------------------------------------------------------------
001850* 2000-PROCESS-MENU - DISPLAY THE MENU, ACCEPT THE FILE TO BE
001860*                  RESTORED, LIST ITS GENERATIONS, AND RESTORE
001870*                  THE ONE PICKED.
001880*----------------------------------------------------------------
001890 2000-PROCESS-MENU.
001900     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
001910     MOVE SPACE TO WS-MENU-CHOICE
001920     PERFORM 2200-ACCEPT-CHOICE THRU 2200-EXIT
001930         UNTIL VALID-RESTORE-CHOICE
001940
001950     IF EXIT-RESTORE
001960         MOVE 'Y' TO WS-DONE-SW
001970         GO TO 2000-EXIT
001980     END-IF
001990     MOVE SPACES TO WS-TARGET-NAME
002000     IF RESTORE-VISTLOG
002010         MOVE "VISTLOG" TO WS-TARGET-NAME
002020     ELSE
002030         IF RESTORE-SECINCDT
002040             MOVE "SECINCDT" TO WS-TARGET-NAME
002050         ELSE
002060             IF RESTORE-HOSTNTFY
002070                 MOVE "HOSTNTFY" TO WS-TARGET-NAME
002080             ELSE
002090                 MOVE "WATCHLST" TO WS-TARGET-NAME
002100             END-IF
002110         END-IF
002120     END-IF
002130     PERFORM 3000-LIST-GENERATIONS THRU 3000-EXIT
002140     IF WS-LISTED-COUNT = ZERO
002150         DISPLAY "No backup generations of " WS-TARGET-NAME
002160             " are on file."
002170         GO TO 2000-EXIT
002180     END-IF
002190     PERFORM 4000-RESTORE-GENERATION THRU 4000-EXIT.
002200 2000-EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------------
002240* 2100-DISPLAY-MENU - SHOW THE FILES THAT CAN BE RESTORED.
002250*----------------------------------------------------------------
002260 2100-DISPLAY-MENU.
002270     DISPLAY " "
002280     DISPLAY "----------------------------------------"
002290     DISPLAY "  RESTORE A FILE FROM BACKUP"
002300     DISPLAY "----------------------------------------"
002310     DISPLAY "  1. Visitor log (VISTLOG)"
002320     DISPLAY "  2. Security incidents (SECINCDT)"
002330     DISPLAY "  3. Host notifications (HOSTNTFY)"
002340     DISPLAY "  4. Security watchlist (WATCHLST)"
002350     DISPLAY "  5. Exit"
002360     DISPLAY "----------------------------------------".
002370 2100-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410* 2200-ACCEPT-CHOICE - ACCEPT THE MENU CHOICE AND RE-PROMPT
002420*                  WHEN IT IS NOT VALID.
002430*----------------------------------------------------------------
002440 2200-ACCEPT-CHOICE.
002450     DISPLAY "Enter your choice (1-5): "
002460     ACCEPT WS-MENU-CHOICE FROM KEYBOARD
002470
002480     IF NOT VALID-RESTORE-CHOICE
002490         DISPLAY "Please enter a choice from 1 to 5."
002500     END-IF.
002510 2200-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------
002550* 3000-LIST-GENERATIONS - SHOW EVERY GENERATION OF THE FILE ON
002560*                  HAND, WITH THE DATE AND TIME IT WAS TAKEN, THE
002570*                  PROGRAM AND OPERATOR THAT TOOK IT, AND THE
002580*                  RECORDS IT HOLDS.  ALL TWENTY SLOTS ARE
002590*                  LOOKED AT, SO GENERATIONS LEFT OVER FROM A
002600*                  LARGER BACKUPGEN SETTING STILL SHOW.
002610*----------------------------------------------------------------
002620 3000-LIST-GENERATIONS.
002630     MOVE ZERO TO WS-LISTED-COUNT
002640     DISPLAY " "
002650     DISPLAY "GEN DATE     TIME     PROGRAM      OPERATOR"
002660         " RECORDS STATE"
002670     MOVE 1 TO WS-SLOT
002680     PERFORM 3100-LIST-SLOT THRU 3100-EXIT
002690         UNTIL WS-SLOT > WS-GEN-MAX.
002700 3000-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------
002740* 3100-LIST-SLOT - READ ONE SLOT THROUGH AND LIST IT.  A SLOT
002750*                  NOT ON FILE IS SKIPPED.
002760*----------------------------------------------------------------
002770 3100-LIST-SLOT.
002780     PERFORM 3200-READ-GENERATION THRU 3200-EXIT
002790     IF GEN-FOUND
002800         ADD 1 TO WS-LISTED-COUNT
002810         MOVE WS-SLOT TO WS-SLOT-DISPLAY
002820         MOVE WS-GEN-COUNT TO WS-DISPLAY-COUNT
002830         IF GEN-COMPLETE
002840             MOVE "COMPLETE" TO WS-GEN-STATE
002850         ELSE
002860             MOVE "INCOMPLETE" TO WS-GEN-STATE
002870         END-IF
002880         DISPLAY WS-SLOT-DISPLAY "  " WS-GEN-DATE " "
002890             WS-GEN-TIME " " WS-GEN-PROGRAM " "
002900             WS-GEN-OPERATOR " " WS-DISPLAY-COUNT " "
002910             WS-GEN-STATE
002920     END-IF
002930     ADD 1 TO WS-SLOT.
002940 3100-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------
002980* 3200-READ-GENERATION - READ THE SLOT IN WS-SLOT FROM HEADER TO
002990*                  TRAILER, COUNTING THE DATA RECORDS.  THE
003000*                  GENERATION IS COMPLETE ONLY WHEN ITS TRAILER
003010*                  IS THERE AND AGREES WITH THE COUNT.  WHEN A
003020*                  RESTORE IS BEING STAGED THE DATA RECORDS ARE
003030*                  ALSO COPIED TO THE WORK FILE.
003040*----------------------------------------------------------------
003050 3200-READ-GENERATION.
003060     MOVE 'N' TO WS-GEN-FOUND-SW
003070     MOVE 'N' TO WS-GEN-COMPLETE-SW
003080     MOVE 'N' TO WS-TRAILER-SW
003090     MOVE 'N' TO WS-GEN-EOF-SW
003100     MOVE ZERO TO WS-GEN-COUNT
003110     MOVE ZERO TO WS-TRAILER-COUNT
003120     PERFORM 7000-BUILD-GEN-NAME THRU 7000-EXIT
003130     OPEN INPUT GenFile
003140     IF NOT GEN-OK
003150         GO TO 3200-EXIT
003160     END-IF
003170     READ GenFile
003180         AT END
003190             MOVE SPACES TO GEN-RECORD
003200     END-READ
003210     IF BKL-MARKER NOT = "*BKHDR**"
003220         OR BKL-FILE-ID NOT = WS-TARGET-NAME
003230         CLOSE GenFile
003240         GO TO 3200-EXIT
003250     END-IF
003260     MOVE 'Y' TO WS-GEN-FOUND-SW
003270     MOVE BKL-DATE TO WS-GEN-DATE
003280     MOVE BKL-TIME TO WS-GEN-TIME
003290     MOVE BKL-PROGRAM TO WS-GEN-PROGRAM
003300     MOVE BKL-OPERATOR-ID TO WS-GEN-OPERATOR
003310     PERFORM 3210-READ-GEN-RECORD THRU 3210-EXIT
003320         UNTIL GEN-AT-EOF
003330             OR TRAILER-SEEN
003340     CLOSE GenFile
003350     IF TRAILER-SEEN
003360         AND WS-TRAILER-COUNT = WS-GEN-COUNT
003370         MOVE 'Y' TO WS-GEN-COMPLETE-SW
003380     END-IF.
003390 3200-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430* 3210-READ-GEN-RECORD - READ ONE RECORD OF THE GENERATION.  THE
003440*                  TRAILER ENDS IT; ANYTHING ELSE IS DATA, COPIED
003450*                  TO THE WORK FILE WHEN ONE IS BEING STAGED.
003460*----------------------------------------------------------------
003470 3210-READ-GEN-RECORD.
003480     READ GenFile
003490         AT END
003500             MOVE 'Y' TO WS-GEN-EOF-SW
003510             GO TO 3210-EXIT
003520     END-READ
003530     IF BKL-MARKER = "*BKEND**"
003540         MOVE 'Y' TO WS-TRAILER-SW
003550         MOVE BKL-RECORD-COUNT TO WS-TRAILER-COUNT
003560         GO TO 3210-EXIT
003570     END-IF
003580     ADD 1 TO WS-GEN-COUNT
003590     IF STAGING-GENERATION
003600         WRITE WORK-RECORD FROM GEN-RECORD
003610     END-IF.
003620 3210-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660* 4000-RESTORE-GENERATION - ACCEPT THE GENERATION TO PUT BACK,
003670*                  STAGE IT IN THE WORK FILE (SO SAVING THE FILE
003680*                  AS IT STANDS CANNOT OVERWRITE THE VERY SLOT
003690*                  BEING RESTORED), CONFIRM IT, HAVE A SUPERVISOR
003700*                  AUTHORIZE IT, SAVE THE CURRENT FILE, AND COPY
003710*                  THE STAGED RECORDS BACK OVER IT.  AN
003720*                  INCOMPLETE GENERATION IS NEVER RESTORED.
003730*----------------------------------------------------------------
003740 4000-RESTORE-GENERATION.
003750     DISPLAY "Generation to restore (blank = none): "
003760     MOVE SPACES TO WS-SLOT-ENTRY
003770     ACCEPT WS-SLOT-ENTRY FROM KEYBOARD
003780     IF WS-SLOT-ENTRY = SPACES
003790         DISPLAY "Nothing restored."
003800         GO TO 4000-EXIT
003810     END-IF
003820     IF WS-SLOT-ENTRY (2:1) = SPACE
003830         MOVE WS-SLOT-ENTRY (1:1) TO WS-SLOT-ENTRY (2:1)
003840         MOVE "0" TO WS-SLOT-ENTRY (1:1)
003850     END-IF
003860     IF WS-SLOT-ENTRY IS NOT NUMERIC
003870         OR WS-SLOT-ENTRY-N = ZERO
003880         OR WS-SLOT-ENTRY-N > WS-GEN-MAX
003890         DISPLAY "Please enter a generation number from the "
003900             "list."
003910         GO TO 4000-EXIT
003920     END-IF
003930     MOVE WS-SLOT-ENTRY-N TO WS-SLOT
003940     OPEN OUTPUT WorkFile
003950     IF NOT WORK-OK
003960         DISPLAY "FileRestore: RESTWORK open failed, "
003970             "file status " WS-WORK-STATUS
003980         GO TO 4000-EXIT
003990     END-IF
004000     MOVE 'Y' TO WS-STAGE-SW
004010     PERFORM 3200-READ-GENERATION THRU 3200-EXIT
004020     MOVE 'N' TO WS-STAGE-SW
004030     CLOSE WorkFile
004040     IF NOT GEN-FOUND
004050         DISPLAY "Generation " WS-SLOT-DISPLAY " of "
004060             WS-TARGET-NAME " is not on file."
004070         GO TO 4000-EXIT
004080     END-IF
004090     IF NOT GEN-COMPLETE
004100         DISPLAY "Generation " WS-SLOT-DISPLAY " is incomplete "
004110             "and cannot be restored."
004120         GO TO 4000-EXIT
004130     END-IF
004140
004150     MOVE WS-GEN-COUNT TO WS-DISPLAY-COUNT
004160     DISPLAY "Restore " WS-TARGET-NAME " from generation "
004170         WS-SLOT-DISPLAY " taken " WS-GEN-DATE " " WS-GEN-TIME
004180     DISPLAY "(" WS-DISPLAY-COUNT " records) over the file as "
004190         "it stands? (Y/N): "
004200     ACCEPT WS-CONFIRM-SW FROM KEYBOARD
004210     IF NOT CHANGE-CONFIRMED
004220         DISPLAY "Nothing restored."
004230         GO TO 4000-EXIT
004240     END-IF
004250
004260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004270     ACCEPT WS-CURRENT-TIME FROM TIME
004280     MOVE ZERO TO WS-SAVED-GENERATION
004290     PERFORM 4200-CONFIRM-SUPERVISOR THRU 4200-EXIT
004300     IF NOT SUPERVISOR-CONFIRMED
004310         MOVE "REFUSED " TO WS-LOG-ACTION
004320         PERFORM 7100-LOG-RESTORE THRU 7100-EXIT
004330         DISPLAY "Restore refused - a supervisor must "
004340             "authorize it."
004350         GO TO 4000-EXIT
004360     END-IF
004370
004380     MOVE WS-TARGET-NAME TO BKR-FILE-ID
004390     MOVE "FileRestore" TO BKR-PROGRAM
004400     CALL "BackupGen" USING BACKUP-REQUEST
004410     IF BKR-FAILED
004420         MOVE "FAILED  " TO WS-LOG-ACTION
004430         PERFORM 7100-LOG-RESTORE THRU 7100-EXIT
004440         DISPLAY "The file as it stands could not be saved - "
004450             "nothing restored."
004460         GO TO 4000-EXIT
004470     END-IF
004480     IF BKR-TAKEN
004490         MOVE BKR-GENERATION TO WS-SAVED-GENERATION
004500     END-IF
004510
004520     PERFORM 4300-COPY-BACK THRU 4300-EXIT
004530     PERFORM 7100-LOG-RESTORE THRU 7100-EXIT
004540     IF WS-LOG-ACTION = "RESTORED"
004550         DISPLAY WS-TARGET-NAME " restored from generation "
004560             WS-SLOT-DISPLAY " - " WS-DISPLAY-COUNT " records."
004570     ELSE
004580         DISPLAY "FileRestore: restore of " WS-TARGET-NAME
004590             " did not complete."
004600     END-IF
004610     IF WS-SAVED-GENERATION NOT = ZERO
004620         DISPLAY "The file as it stood is saved as generation "
004630             WS-SAVED-GENERATION "."
004640     END-IF.
004650 4000-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690* 4200-CONFIRM-SUPERVISOR - ACCEPT THE ID OF THE SUPERVISOR
004700*                  AUTHORIZING THE RESTORE AND CHECK IT ON THE
004710*                  OPERATOR FILE.  ONLY AN ID WITH SUPERVISOR
004720*                  ACCESS WILL DO.  NO OPERATOR FILE ON A FRESH
004730*                  SYSTEM IS TAKEN AS SUPERVISOR ACCESS, AS AT
004740*                  SIGN-ON.
004750*----------------------------------------------------------------
004760 4200-CONFIRM-SUPERVISOR.
004770     MOVE 'N' TO WS-SUPERVISOR-SW
004780     DISPLAY "Supervisor ID to authorize the restore: "
004790     MOVE SPACES TO WS-SUPERVISOR-ID
004800     ACCEPT WS-SUPERVISOR-ID FROM KEYBOARD
004810     IF WS-SUPERVISOR-ID = SPACES
004820         GO TO 4200-EXIT
004830     END-IF
004840     OPEN INPUT OperatorFile
004850     IF OP-FILE-NOT-FOUND
004860         MOVE 'Y' TO WS-SUPERVISOR-SW
004870         GO TO 4200-EXIT
004880     END-IF
004890     IF NOT OP-OK
004900         DISPLAY "FileRestore: OPERFILE open failed, "
004910             "file status " WS-OP-STATUS
004920         GO TO 4200-EXIT
004930     END-IF
004940     MOVE WS-SUPERVISOR-ID TO OP-ID-KEY
004950     READ OperatorFile
004960         INVALID KEY
004970             DISPLAY "That operator ID is not on file."
004980         NOT INVALID KEY
004990             IF OP-ACCESS-LEVEL = 'S'
005000                 MOVE 'Y' TO WS-SUPERVISOR-SW
005010             ELSE
005020                 DISPLAY "That operator is not a supervisor."
005030             END-IF
005040     END-READ
005050     CLOSE OperatorFile.
005060 4200-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100* 4300-COPY-BACK - EMPTY THE FILE AND COPY THE STAGED RECORDS
005110*                  INTO IT.  THE RESTORE COUNTS ONLY WHEN EVERY
005120*                  STAGED RECORD WAS WRITTEN.
005130*----------------------------------------------------------------
005140 4300-COPY-BACK.
005150     MOVE "FAILED  " TO WS-LOG-ACTION
005160     MOVE ZERO TO WS-WRITTEN-COUNT
005170     MOVE 'N' TO WS-WORK-EOF-SW
005180     OPEN INPUT WorkFile
005190     IF NOT WORK-OK
005200         DISPLAY "FileRestore: RESTWORK open failed, "
005210             "file status " WS-WORK-STATUS
005220         GO TO 4300-EXIT
005230     END-IF
005240     OPEN OUTPUT TargetFile
005250     IF NOT TGT-OK
005260         DISPLAY "FileRestore: " WS-TARGET-NAME " open failed, "
005270             "file status " WS-TGT-STATUS
005280         CLOSE WorkFile
005290         GO TO 4300-EXIT
005300     END-IF
005310     PERFORM 4310-COPY-WORK-RECORD THRU 4310-EXIT
005320         UNTIL WORK-AT-EOF
005330     CLOSE WorkFile
005340     CLOSE TargetFile
005350     IF WS-WRITTEN-COUNT = WS-GEN-COUNT
005360         MOVE "RESTORED" TO WS-LOG-ACTION
005370     ELSE
005380         MOVE WS-WRITTEN-COUNT TO WS-DISPLAY-COUNT
005390         DISPLAY "FileRestore: only " WS-DISPLAY-COUNT
005400             " records written back."
005410     END-IF.
005420 4300-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460* 4310-COPY-WORK-RECORD - COPY ONE STAGED RECORD BACK.
005470*----------------------------------------------------------------
005480 4310-COPY-WORK-RECORD.
005490     READ WorkFile
005500         AT END
005510             MOVE 'Y' TO WS-WORK-EOF-SW
005520             GO TO 4310-EXIT
005530     END-READ
005540     WRITE TARGET-RECORD FROM WORK-RECORD
005550     IF TGT-OK
005560         ADD 1 TO WS-WRITTEN-COUNT
005570     END-IF.
005580 4310-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------
005620* 7000-BUILD-GEN-NAME - BUILD THE SLOT NAME <FILE>.BKnn FOR THE
005630*                  SLOT IN WS-SLOT, AS BackupGen DOES.
005640*----------------------------------------------------------------
005650 7000-BUILD-GEN-NAME.
005660     MOVE WS-SLOT TO WS-SLOT-DISPLAY
005670     MOVE SPACES TO WS-GEN-NAME
005680     STRING WS-TARGET-NAME DELIMITED BY SPACE
005690         ".BK" DELIMITED BY SIZE
005700         WS-SLOT-DISPLAY DELIMITED BY SIZE
005710         INTO WS-GEN-NAME.
005720 7000-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 7100-LOG-RESTORE - APPEND ONE RESTORE LOG RECORD FOR THE
005770*                  ACTION IN WS-LOG-ACTION.  THE LOG IS CREATED
005780*                  ON FIRST USE.
005790*----------------------------------------------------------------
005800 7100-LOG-RESTORE.
005810     OPEN EXTEND RestoreLog
005820     IF RSL-FILE-NOT-FOUND
005830         OPEN OUTPUT RestoreLog
005840         CLOSE RestoreLog
005850         OPEN EXTEND RestoreLog
005860     END-IF
005870     IF NOT RSL-OK
005880         DISPLAY "FileRestore: RESTLOG open failed, "
005890             "file status " WS-RSL-STATUS
005900         GO TO 7100-EXIT
005910     END-IF
005920     MOVE SPACES TO RESTORE-LOG-RECORD
005930     MOVE WS-CURRENT-DATE TO RSL-DATE
005940     MOVE WS-CURRENT-TIME TO RSL-TIME
005950     MOVE WS-OPERATOR-ID TO RSL-OPERATOR-ID
005960     MOVE WS-SUPERVISOR-ID TO RSL-SUPERVISOR-ID
005970     MOVE WS-TARGET-NAME TO RSL-FILE-ID
005980     MOVE WS-SLOT TO RSL-GENERATION
005990     MOVE WS-GEN-DATE TO RSL-GEN-DATE
006000     MOVE WS-GEN-TIME TO RSL-GEN-TIME
006010     MOVE WS-GEN-COUNT TO RSL-RECORD-COUNT
006020     MOVE WS-SAVED-GENERATION TO RSL-SAVED-GENERATION
006030     MOVE WS-LOG-ACTION TO RSL-ACTION
006040     WRITE RESTORE-LOG-RECORD
006050     CLOSE RestoreLog.
006060 7100-EXIT.
006070     EXIT.
