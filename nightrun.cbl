000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NightRun.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - END-OF-DAY JOB STREAM.
000110*                  RUNS THE CLOSE-OF-DAY PROGRAMS IN THE ONE
000120*                  ORDER THAT GIVES RIGHT ANSWERS - LogMerge,
000130*                  DaySweep, DailyRecon, NoShowList, HostSlips,
000140*                  LogArchive, LogExtract - INSTEAD OF LEAVING
000150*                  THE SUPERVISOR TO PICK THEM OFF THE MENU ONE
000160*                  BY ONE.  EVERY STEP'S START AND END (WITH ITS
000170*                  RETURN CODE) GOES ON THE JOB LOG (JOBLOG).  A
000180*                  STEP ENDING WITH RETURN CODE 8 OR MORE STOPS
000190*                  THE STREAM; THE RESTART CHECKPOINT (JOBCKPT)
000200*                  REMEMBERS WHERE, AND THE NEXT RUN PICKS UP AT
000210*                  THAT STEP INSTEAD OF RE-RUNNING THE ONES THAT
000220*                  FINISHED.  EACH RUN ENDS BY PRINTING THE
000230*                  MORNING SUMMARY (JOBSUMM) FROM THE JOB LOG.
000240* 2026-10-15  RCM  ADD PreRegFeed AS STEP 8, APPLYING THE MEETING
000250*                  SCHEDULER'S PRE-REGISTRATION FEED (SCHEDIN) TO
000260*                  PREREG.  IT RUNS LAST SO A BAD FEED CANNOT HOLD
000270*                  UP THE CLOSE-OF-DAY STEPS; REJECTS ARE A
000280*                  WARNING (RETURN CODE 4) ON SCHEDERR.
000290* 2026-10-15  RCM  A RESTART ON A LATER DAY NO LONGER RUNS THE
000300*                  STEPS THAT WORK ON TODAY'S DATE (DaySweep,
000310*                  DailyRecon, NoShowList, HostSlips, LogExtract)
000320*                  UNDER THE OLD STREAM DATE.  THE STREAM IS HELD
000330*                  AT THE FIRST SUCH STEP WITH RETURN CODE 8 AND
000340*                  THE SUMMARY ASKS FOR A SUPERVISOR; A NIGHTRUN
000350*                  RECORD ON BATPARMS THEN ABANDONS THE OLD
000360*                  STREAM AND STARTS TODAY'S AT ITS STEP.  THE
000370*                  SIGN-ON AREA NOW TELLS THE STEPS THEY ARE
000380*                  RUNNING UNATTENDED, SO THOSE WITH PROMPTS TAKE
000390*                  THEIR DEFAULTS.
000400*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT JobLog ASSIGN TO "JOBLOG"
000460         ORGANIZATION LINE SEQUENTIAL
000470         FILE STATUS IS WS-JL-STATUS.
000480
000490     SELECT CheckpointFile ASSIGN TO "JOBCKPT"
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS IS WS-JCK-STATUS.
000520
000530     SELECT ParmFile ASSIGN TO "BATPARMS"
000540         ORGANIZATION LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARM-STATUS.
000560
000570     SELECT PrintFile ASSIGN TO "JOBSUMM"
000580         ORGANIZATION LINE SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  JobLog.
000630 01  JOB-LOG-RECORD.
000640     COPY JobLogRecord.
000650
000660 FD  CheckpointFile.
000670 01  CHECKPOINT-RECORD.
000680     COPY JobCheckpointRecord.
000690
000700 FD  ParmFile.
000710 01  PARM-RECORD.
000720     COPY BatchParmRecord.
000730
000740 FD  PrintFile.
000750 01  PRINT-LINE                      PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-JL-STATUS                    PIC X(02).
000790     88  JL-OK                           VALUE "00".
000800     88  JL-FILE-NOT-FOUND               VALUE "35".
000810     88  JL-AT-END                       VALUE "10".
000820
000830 01  WS-JCK-STATUS                   PIC X(02).
000840     88  JCK-OK                          VALUE "00".
000850     88  JCK-FILE-NOT-FOUND              VALUE "35".
000860
000870 01  WS-PARM-STATUS                  PIC X(02).
000880     88  PARM-OK                         VALUE "00".
000890     88  PARM-FILE-NOT-FOUND             VALUE "35".
000900     88  PARM-AT-END                     VALUE "10".
000910
000920 01  SIGNON-AREA EXTERNAL.
000930     COPY SignOnArea.
000940
000950 01  WS-CURRENT-DATE-TIME.
000960     05  WS-CURRENT-DATE             PIC X(08).
000970     05  WS-CURRENT-TIME             PIC X(08).
000980
000990 01  WS-STREAM-DATE                  PIC X(08).
001000 01  WS-ABANDONED-DATE               PIC X(08).
001010 01  WS-RUN-OPERATOR                 PIC X(08).
001020
001030 01  WS-PARM-ENTRY                   PIC X(04).
001040 01  WS-PARM-ENTRY-N REDEFINES WS-PARM-ENTRY
001050                                     PIC 9(04).
001060
001070*----------------------------------------------------------------
001080* THE STREAM, IN RUNNING ORDER.  EACH ENTRY IS THE PROGRAM TO
001090* CALL, THE REPORT IT LEAVES FOR THE MORNING, AND 'Y' WHEN THE
001100* STEP WORKS ON TODAY'S DATE FROM THE CLOCK - SUCH A STEP IS
001110* HELD, NOT RUN, WHEN A RESTART COMES ON A LATER DAY THAN THE
001120* STREAM DATE.
001130*----------------------------------------------------------------
001140 77  WS-STEP-MAX                     COMP PIC 9(02) VALUE 8.
001150
001160 01  WS-STEP-VALUES.
001170     05  FILLER                      PIC X(19)
001180             VALUE "LogMerge  MERGRPT N".
001190     05  FILLER                      PIC X(19)
001200             VALUE "DaySweep  SWEEPRPTY".
001210     05  FILLER                      PIC X(19)
001220             VALUE "DailyReconRECONRPTY".
001230     05  FILLER                      PIC X(19)
001240             VALUE "NoShowListNOSHOWS Y".
001250     05  FILLER                      PIC X(19)
001260             VALUE "HostSlips HOSTRPT Y".
001270     05  FILLER                      PIC X(19)
001280             VALUE "LogArchiveARCHRPT N".
001290     05  FILLER                      PIC X(19)
001300             VALUE "LogExtractSECEXTR Y".
001310     05  FILLER                      PIC X(19)
001320             VALUE "PreRegFeedSCHEDERRN".
001330 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
001340     05  WS-STEP-ENTRY               OCCURS 8 TIMES.
001350         10  WS-ST-PROGRAM           PIC X(10).
001360         10  WS-ST-REPORT            PIC X(08).
001370         10  WS-ST-TODAY-SW          PIC X(01).
001380             88  STEP-WORKS-ON-TODAY     VALUE 'Y'.
001390
001400*----------------------------------------------------------------
001410* WHAT THE JOB LOG SAYS ABOUT EACH STEP OF THE STREAM DATE -
001420* FILLED FROM JOBLOG FOR THE MORNING SUMMARY.
001430*----------------------------------------------------------------
001440 01  WS-SUMMARY-TABLE.
001450     05  WS-SUMMARY-ENTRY            OCCURS 8 TIMES.
001460         10  WS-SS-ATTEMPTS          COMP PIC 9(03).
001470         10  WS-SS-START-TIME        PIC X(08).
001480         10  WS-SS-END-TIME          PIC X(08).
001490         10  WS-SS-RETURN-CODE       PIC 9(04).
001500         10  WS-SS-STATUS            PIC X(08).
001510
001520 01  WS-SWITCHES.
001530     05  WS-STOP-SW                  PIC X(01) VALUE 'N'.
001540         88  STREAM-STOPPED              VALUE 'Y'.
001550     05  WS-RESTART-SW               PIC X(01) VALUE 'N'.
001560         88  STREAM-RESTARTED            VALUE 'Y'.
001570     05  WS-ALREADY-DONE-SW          PIC X(01) VALUE 'N'.
001580         88  STREAM-ALREADY-DONE         VALUE 'Y'.
001590     05  WS-OVERRIDE-SW              PIC X(01) VALUE 'N'.
001600         88  START-OVERRIDDEN            VALUE 'Y'.
001610     05  WS-PARM-EOF-SW              PIC X(01) VALUE 'N'.
001620         88  PARMS-AT-EOF                VALUE 'Y'.
001630     05  WS-PARM-FOUND-SW            PIC X(01) VALUE 'N'.
001640         88  PARMS-FOUND                 VALUE 'Y'.
001650     05  WS-NOT-LOADED-SW            PIC X(01) VALUE 'N'.
001660         88  STEP-NOT-LOADED             VALUE 'Y'.
001670     05  WS-LATE-RESTART-SW          PIC X(01) VALUE 'N'.
001680         88  RESTART-ON-LATER-DAY        VALUE 'Y'.
001690     05  WS-HELD-SW                  PIC X(01) VALUE 'N'.
001700         88  STREAM-HELD                 VALUE 'Y'.
001710     05  WS-ABANDON-SW               PIC X(01) VALUE 'N'.
001720         88  OLD-STREAM-ABANDONED        VALUE 'Y'.
001730
001740 01  WS-COUNTERS.
001750     05  WS-START-STEP               COMP PIC 9(02) VALUE 1.
001760     05  WS-STEP-SUB                 COMP PIC 9(02) VALUE ZERO.
001770     05  WS-STEP-RC                  COMP PIC 9(04) VALUE ZERO.
001780     05  WS-STEPS-RUN                COMP PIC 9(03) VALUE ZERO.
001790     05  WS-COMPLETE-COUNT           COMP PIC 9(03) VALUE ZERO.
001800     05  WS-ATTENTION-COUNT          COMP PIC 9(03) VALUE ZERO.
001810     05  WS-NOT-RUN-COUNT            COMP PIC 9(03) VALUE ZERO.
001820     05  WS-LINE-COUNT               COMP PIC 9(03) VALUE ZERO.
001830     05  WS-PAGE-COUNT               COMP PIC 9(03) VALUE ZERO.
001840     05  WS-MAX-LINES-PER-PAGE       COMP PIC 9(03) VALUE 50.
001850
001860 01  WS-STEP-STATUS                  PIC X(08).
001870 01  WS-LOG-EVENT                    PIC X(05).
001880 01  WS-CKPT-STEP                    PIC 9(02).
001890 01  WS-HELD-STEP                    PIC 9(02).
001900 01  WS-CKPT-STATE                   PIC X(08).
001910 01  WS-ACTION                       PIC X(14).
001920
001930 01  WS-PRINT-WORK                   PIC X(80).
001940
001950 01  WS-HEADING-LINE-1.
001960     05  FILLER                      PIC X(29)
001970             VALUE "END-OF-DAY MORNING SUMMARY".
001980     05  FILLER                      PIC X(08) VALUE "STREAM:".
001990     05  WS-HL1-STREAM-DATE          PIC X(08).
002000     05  FILLER                      PIC X(08) VALUE "  RUN:".
002010     05  WS-HL1-RUN-DATE             PIC X(08).
002020     05  FILLER                      PIC X(07) VALUE "  PAGE:".
002030     05  WS-HL1-PAGE                 PIC ZZZ9.
002040
002050 01  WS-RUN-LINE.
002060     05  FILLER                      PIC X(14)
002070             VALUE "RUN BY:".
002080     05  WS-RL-OPERATOR              PIC X(08).
002090     05  FILLER                      PIC X(14)
002100             VALUE "  STARTED AT:".
002110     05  WS-RL-TIME                  PIC X(08).
002120     05  FILLER                      PIC X(16)
002130             VALUE "  FROM STEP:".
002140     05  WS-RL-START-STEP            PIC Z9.
002150
002160 01  WS-COLUMN-LINE.
002170     05  FILLER                      PIC X(05) VALUE "STEP".
002180     05  FILLER                      PIC X(11) VALUE "PROGRAM".
002190     05  FILLER                      PIC X(09) VALUE "STARTED".
002200     05  FILLER                      PIC X(09) VALUE "ENDED".
002210     05  FILLER                      PIC X(05) VALUE "  RC".
002220     05  FILLER                      PIC X(05) VALUE " RUNS".
002230     05  FILLER                      PIC X(09) VALUE " STATUS".
002240     05  FILLER                      PIC X(09) VALUE "REPORT".
002250     05  FILLER                      PIC X(14) VALUE "ACTION".
002260
002270 01  WS-DETAIL-LINE.
002280     05  WS-DL-STEP-NO               PIC Z9.
002290     05  FILLER                      PIC X(03) VALUE SPACES.
002300     05  WS-DL-PROGRAM               PIC X(10).
002310     05  FILLER                      PIC X(01) VALUE SPACE.
002320     05  WS-DL-START-TIME            PIC X(08).
002330     05  FILLER                      PIC X(01) VALUE SPACE.
002340     05  WS-DL-END-TIME              PIC X(08).
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  WS-DL-RETURN-CODE           PIC ZZZ9.
002370     05  FILLER                      PIC X(01) VALUE SPACE.
002380     05  WS-DL-ATTEMPTS              PIC ZZZ9.
002390     05  FILLER                      PIC X(01) VALUE SPACE.
002400     05  WS-DL-STATUS                PIC X(08).
002410     05  FILLER                      PIC X(01) VALUE SPACE.
002420     05  WS-DL-REPORT                PIC X(08).
002430     05  FILLER                      PIC X(01) VALUE SPACE.
002440     05  WS-DL-ACTION                PIC X(14).
002450
002460 01  WS-TOTAL-LINE.
002470     05  FILLER                      PIC X(02) VALUE SPACES.
002480     05  WS-TL-LABEL                 PIC X(40).
002490     05  WS-TL-COUNT                 PIC ZZZZZZ9.
002500
002510 01  WS-HELD-LINE-1.
002520     05  FILLER                      PIC X(21)
002530             VALUE "RESTART HELD AT STEP".
002540     05  WS-HD1-STEP-NO              PIC Z9.
002550     05  FILLER                      PIC X(01) VALUE SPACE.
002560     05  WS-HD1-PROGRAM              PIC X(10).
002570     05  FILLER                      PIC X(30)
002580             VALUE " - IT WORKS ON TODAY'S DATE,".
002590
002600 01  WS-HELD-LINE-2.
002610     05  FILLER                      PIC X(23)
002620             VALUE "NOT ON THE STREAM DATE".
002630     05  WS-HD2-STREAM-DATE          PIC X(08).
002640     05  FILLER                      PIC X(40)
002650             VALUE ".  RESTART NEEDS SUPERVISOR ACTION.".
002660
002670 01  WS-HELD-LINE-3.
002680     05  FILLER                      PIC X(39)
002690             VALUE "A NIGHTRUN RECORD ON BATPARMS ABANDONS".
002700     05  FILLER                      PIC X(40)
002710             VALUE "THE REST OF THAT STREAM AND STARTS".
002720
002730 01  WS-HELD-LINE-4.
002740     05  FILLER                      PIC X(40)
002750             VALUE "TODAY'S STREAM AT ITS STEP.".
002760
002770 01  WS-ABANDON-LINE.
002780     05  FILLER                      PIC X(22)
002790             VALUE "UNFINISHED STREAM FOR".
002800     05  WS-AB-STREAM-DATE           PIC X(08).
002810     05  FILLER                      PIC X(40)
002820             VALUE " ABANDONED BY THE BATPARMS RECORD.".
002830
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002870     IF NOT STREAM-ALREADY-DONE
002880         MOVE WS-START-STEP TO WS-STEP-SUB
002890         MOVE 'Y' TO SIGNON-STREAM-SW
002900         PERFORM 2000-RUN-STEP THRU 2000-EXIT
002910             UNTIL WS-STEP-SUB > WS-STEP-MAX
002920                 OR STREAM-STOPPED
002930         MOVE 'N' TO SIGNON-STREAM-SW
002940         IF NOT STREAM-STOPPED
002950             MOVE WS-STEP-MAX TO WS-CKPT-STEP
002960             MOVE "COMPLETE" TO WS-CKPT-STATE
002970             PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
002980         END-IF
002990     END-IF
003000     PERFORM 3000-LOAD-JOB-LOG THRU 3000-EXIT
003010     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
003020     PERFORM 9000-TERMINATE THRU 9000-EXIT
003030     GOBACK.
003040
003050*----------------------------------------------------------------
003060* 1000-INITIALIZE - GET THE RUN STAMP AND THE OPERATOR, THEN
003070*                  WORK OUT WHERE THE STREAM STARTS: AT STEP 1
003080*                  FOR A NEW BUSINESS DAY, AT THE STEP THE
003090*                  CHECKPOINT NAMES WHEN THE LAST STREAM DID NOT
003100*                  FINISH, OR WHERE A NIGHTRUN RECORD ON
003110*                  BATPARMS SAYS.  A STREAM ALREADY COMPLETE FOR
003120*                  TODAY IS NOT RUN AGAIN.
003130*----------------------------------------------------------------
003140 1000-INITIALIZE.
003150     MOVE 'N' TO WS-STOP-SW
003160     MOVE 'N' TO WS-RESTART-SW
003170     MOVE 'N' TO WS-ALREADY-DONE-SW
003180     MOVE 'N' TO WS-OVERRIDE-SW
003190     MOVE 'N' TO WS-LATE-RESTART-SW
003200     MOVE 'N' TO WS-HELD-SW
003210     MOVE 'N' TO WS-ABANDON-SW
003220     MOVE ZERO TO WS-STEPS-RUN
003230     MOVE ZERO TO WS-LINE-COUNT
003240     MOVE ZERO TO WS-PAGE-COUNT
003250     MOVE 1 TO WS-START-STEP
003260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003270     ACCEPT WS-CURRENT-TIME FROM TIME
003280     IF NO-SIGNON-OPERATOR
003290         MOVE "BATCH" TO WS-RUN-OPERATOR
003300     ELSE
003310         MOVE SIGNON-OPERATOR-ID TO WS-RUN-OPERATOR
003320     END-IF
003330     MOVE WS-CURRENT-DATE TO WS-STREAM-DATE
003340     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
003350     PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT
003360     IF STREAM-ALREADY-DONE
003370         DISPLAY "NightRun: stream for " WS-STREAM-DATE
003380             " already complete - nothing run."
003390         GO TO 1000-EXIT
003400     END-IF
003410     IF STREAM-RESTARTED
003420         DISPLAY "NightRun: restarting stream for "
003430             WS-STREAM-DATE " at step " WS-START-STEP " "
003440             WS-ST-PROGRAM (WS-START-STEP)
003450         IF RESTART-ON-LATER-DAY
003460             DISPLAY "NightRun: that stream is from an earlier "
003470                 "day - steps working on today's date are held."
003480         END-IF
003490     ELSE
003500         DISPLAY "NightRun: starting stream for "
003510             WS-STREAM-DATE " at step " WS-START-STEP " "
003520             WS-ST-PROGRAM (WS-START-STEP)
003530     END-IF.
003540 1000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 1100-READ-CHECKPOINT - READ THE RESTART CHECKPOINT.  NONE ON
003590*                  FILE, OR A COMPLETE STREAM FOR AN EARLIER
003600*                  DAY, MEANS A FRESH STREAM FOR TODAY.  A
003610*                  RUNNING, FAILED OR HELD STREAM IS RESUMED
003620*                  AT ITS STEP UNDER ITS OWN STREAM DATE, AND
003630*                  NOTED AS LATE WHEN THAT DATE IS NOT TODAY.
003640*----------------------------------------------------------------
003650 1100-READ-CHECKPOINT.
003660     OPEN INPUT CheckpointFile
003670     IF NOT JCK-OK
003680         IF NOT JCK-FILE-NOT-FOUND
003690             DISPLAY "NightRun: JOBCKPT open failed, "
003700                 "file status " WS-JCK-STATUS
003710         END-IF
003720         GO TO 1100-EXIT
003730     END-IF
003740     READ CheckpointFile
003750         AT END
003760             CLOSE CheckpointFile
003770             GO TO 1100-EXIT
003780     END-READ
003790     CLOSE CheckpointFile
003800     IF JCK-STATE = "COMPLETE"
003810         IF JCK-STREAM-DATE = WS-CURRENT-DATE
003820             MOVE 'Y' TO WS-ALREADY-DONE-SW
003830         END-IF
003840         GO TO 1100-EXIT
003850     END-IF
003860     IF JCK-NEXT-STEP IS NOT NUMERIC
003870         OR JCK-NEXT-STEP < 1
003880         OR JCK-NEXT-STEP > WS-STEP-MAX
003890         DISPLAY "NightRun: damaged checkpoint - starting "
003900             "a fresh stream."
003910         GO TO 1100-EXIT
003920     END-IF
003930     MOVE 'Y' TO WS-RESTART-SW
003940     MOVE JCK-STREAM-DATE TO WS-STREAM-DATE
003950     MOVE JCK-NEXT-STEP TO WS-START-STEP
003960     IF JCK-STREAM-DATE NOT = WS-CURRENT-DATE
003970         MOVE 'Y' TO WS-LATE-RESTART-SW
003980     END-IF.
003990 1100-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030* 1200-READ-PARAMETERS - A NIGHTRUN RECORD ON BATPARMS WITH A
004040*                  STEP NUMBER IN PARM-LIMIT OVERRIDES THE
004050*                  CHECKPOINT - THE SUPERVISOR'S WAY TO SKIP A
004060*                  STEP THAT CANNOT BE FIXED TONIGHT OR TO RUN
004070*                  A FINISHED STREAM AGAIN.  NO FILE OR NO
004080*                  RECORD LEAVES THE CHECKPOINT'S ANSWER.  ON A
004090*                  RESTART FROM AN EARLIER DAY THE RECORD IS THE
004100*                  SUPERVISOR'S RELEASE: THE OLD STREAM IS LEFT
004110*                  UNFINISHED AND TODAY'S STARTS AT THE STEP.
004120*----------------------------------------------------------------
004130 1200-READ-PARAMETERS.
004140     MOVE 'N' TO WS-PARM-FOUND-SW
004150     MOVE 'N' TO WS-PARM-EOF-SW
004160     OPEN INPUT ParmFile
004170     IF NOT PARM-OK
004180         IF NOT PARM-FILE-NOT-FOUND
004190             DISPLAY "NightRun: BATPARMS open failed, "
004200                 "file status " WS-PARM-STATUS
004210         END-IF
004220         GO TO 1200-EXIT
004230     END-IF
004240     PERFORM 1210-SCAN-PARM-RECORD THRU 1210-EXIT
004250         UNTIL PARMS-FOUND
004260             OR PARMS-AT-EOF
004270     CLOSE ParmFile.
004280 1200-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320* 1210-SCAN-PARM-RECORD - READ ONE PARAMETER RECORD AND TAKE THE
004330*                  START STEP FROM IT WHEN IT IS OURS.  A BLANK
004340*                  OR OUT-OF-RANGE STEP IS IGNORED.
004350*----------------------------------------------------------------
004360 1210-SCAN-PARM-RECORD.
004370     READ ParmFile
004380         AT END
004390             MOVE 'Y' TO WS-PARM-EOF-SW
004400             GO TO 1210-EXIT
004410     END-READ
004420     IF PARM-PROGRAM-ID NOT = "NIGHTRUN  "
004430         GO TO 1210-EXIT
004440     END-IF
004450     MOVE 'Y' TO WS-PARM-FOUND-SW
004460     MOVE PARM-LIMIT TO WS-PARM-ENTRY
004470     IF WS-PARM-ENTRY = SPACES
004480         GO TO 1210-EXIT
004490     END-IF
004500     IF WS-PARM-ENTRY IS NOT NUMERIC
004510         OR WS-PARM-ENTRY-N < 1
004520         OR WS-PARM-ENTRY-N > WS-STEP-MAX
004530         DISPLAY "NightRun: bad start step on BATPARMS - "
004540             "ignored."
004550         GO TO 1210-EXIT
004560     END-IF
004570     MOVE 'Y' TO WS-OVERRIDE-SW
004580     MOVE WS-PARM-ENTRY-N TO WS-START-STEP
004590     MOVE 'N' TO WS-ALREADY-DONE-SW
004600     DISPLAY "NightRun: start step " WS-START-STEP
004610         " taken from BATPARMS."
004620     IF RESTART-ON-LATER-DAY
004630         MOVE WS-STREAM-DATE TO WS-ABANDONED-DATE
004640         MOVE WS-CURRENT-DATE TO WS-STREAM-DATE
004650         MOVE 'N' TO WS-RESTART-SW
004660         MOVE 'N' TO WS-LATE-RESTART-SW
004670         MOVE 'Y' TO WS-ABANDON-SW
004680         DISPLAY "NightRun: unfinished stream for "
004690             WS-ABANDONED-DATE " abandoned."
004700     END-IF.
004710 1210-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750* 2000-RUN-STEP - RUN ONE STEP OF THE STREAM.  THE CHECKPOINT
004760*                  IS MARKED RUNNING BEFORE THE CALL SO A STEP
004770*                  THAT NEVER COMES BACK IS RE-RUN NEXT TIME;
004780*                  AFTER IT, THE CHECKPOINT EITHER MOVES ON TO
004790*                  THE NEXT STEP OR RECORDS THE FAILURE AND THE
004800*                  STREAM STOPS.  ON A RESTART FROM AN EARLIER
004810*                  DAY, A STEP THAT WORKS ON TODAY'S DATE IS
004820*                  HELD INSTEAD OF CALLED.
004830*----------------------------------------------------------------
004840 2000-RUN-STEP.
004850     IF RESTART-ON-LATER-DAY
004860         AND STEP-WORKS-ON-TODAY (WS-STEP-SUB)
004870         PERFORM 2200-HOLD-STEP THRU 2200-EXIT
004880         GO TO 2000-EXIT
004890     END-IF
004900     MOVE WS-STEP-SUB TO WS-CKPT-STEP
004910     MOVE "RUNNING" TO WS-CKPT-STATE
004920     PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
004930     MOVE "START" TO WS-LOG-EVENT
004940     MOVE ZERO TO WS-STEP-RC
004950     MOVE SPACES TO WS-STEP-STATUS
004960     PERFORM 7100-WRITE-JOB-LOG THRU 7100-EXIT
004970     DISPLAY "NightRun: step " WS-STEP-SUB " "
004980         WS-ST-PROGRAM (WS-STEP-SUB) " started."
004990     ADD 1 TO WS-STEPS-RUN
005000     MOVE 'N' TO WS-NOT-LOADED-SW
005010     MOVE ZERO TO RETURN-CODE
005020     CALL WS-ST-PROGRAM (WS-STEP-SUB)
005030         ON EXCEPTION
005040             MOVE 'Y' TO WS-NOT-LOADED-SW
005050     END-CALL
005060     MOVE RETURN-CODE TO WS-STEP-RC
005070     MOVE ZERO TO RETURN-CODE
005080     PERFORM 2100-SET-STEP-STATUS THRU 2100-EXIT
005090     MOVE "END" TO WS-LOG-EVENT
005100     PERFORM 7100-WRITE-JOB-LOG THRU 7100-EXIT
005110     DISPLAY "NightRun: step " WS-STEP-SUB " "
005120         WS-ST-PROGRAM (WS-STEP-SUB) " ended "
005130         WS-STEP-STATUS " return code " JL-RETURN-CODE
005140     IF WS-STEP-STATUS = "FAILED" OR WS-STEP-STATUS = "MISSING"
005150         MOVE 'Y' TO WS-STOP-SW
005160         MOVE WS-STEP-SUB TO WS-CKPT-STEP
005170         MOVE "FAILED" TO WS-CKPT-STATE
005180         PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
005190         DISPLAY "NightRun: stream stopped at step "
005200             WS-STEP-SUB " - fix the cause and run NightRun "
005210             "again to resume there."
005220         GO TO 2000-EXIT
005230     END-IF
005240     ADD 1 TO WS-STEP-SUB
005250     IF WS-STEP-SUB NOT > WS-STEP-MAX
005260         MOVE WS-STEP-SUB TO WS-CKPT-STEP
005270         MOVE "RUNNING" TO WS-CKPT-STATE
005280         PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
005290     END-IF.
005300 2000-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340* 2100-SET-STEP-STATUS - TURN THE STEP'S RETURN CODE INTO THE
005350*                  STATUS THE JOB LOG CARRIES.
005360*----------------------------------------------------------------
005370 2100-SET-STEP-STATUS.
005380     IF STEP-NOT-LOADED
005390         MOVE "MISSING" TO WS-STEP-STATUS
005400         DISPLAY "NightRun: program "
005410             WS-ST-PROGRAM (WS-STEP-SUB) " could not be loaded."
005420         GO TO 2100-EXIT
005430     END-IF
005440     IF WS-STEP-RC = ZERO
005450         MOVE "COMPLETE" TO WS-STEP-STATUS
005460         GO TO 2100-EXIT
005470     END-IF
005480     IF WS-STEP-RC < 8
005490         MOVE "WARNING" TO WS-STEP-STATUS
005500     ELSE
005510         MOVE "FAILED" TO WS-STEP-STATUS
005520     END-IF.
005530 2100-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570* 2200-HOLD-STEP - STOP THE STREAM AHEAD OF A STEP THAT WOULD
005580*                  TAKE TODAY'S DATE FOR THE OLD STREAM DATE -
005590*                  SWEEPING, RECONCILING OR REPORTING THE WRONG
005600*                  DAY.  THE CHECKPOINT AND THE JOB LOG SAY HELD,
005610*                  SO THE STREAM STAYS HELD UNTIL A SUPERVISOR
005620*                  RELEASES IT WITH A NIGHTRUN RECORD ON BATPARMS.
005630*----------------------------------------------------------------
005640 2200-HOLD-STEP.
005650     MOVE 'Y' TO WS-STOP-SW
005660     MOVE 'Y' TO WS-HELD-SW
005670     MOVE WS-STEP-SUB TO WS-HELD-STEP
005680     MOVE WS-STEP-SUB TO WS-CKPT-STEP
005690     MOVE "HELD" TO WS-CKPT-STATE
005700     PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
005710     MOVE "HELD" TO WS-LOG-EVENT
005720     MOVE 8 TO WS-STEP-RC
005730     MOVE "HELD" TO WS-STEP-STATUS
005740     PERFORM 7100-WRITE-JOB-LOG THRU 7100-EXIT
005750     DISPLAY "NightRun: step " WS-STEP-SUB " "
005760         WS-ST-PROGRAM (WS-STEP-SUB) " held - it works on "
005770         "today's date, not " WS-STREAM-DATE
005780     DISPLAY "NightRun: restart needs supervisor action - "
005790         "see JOBSUMM.".
005800 2200-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------
005840* 3000-LOAD-JOB-LOG - READ THE JOB LOG AND NOTE, FOR EACH STEP
005850*                  OF THE STREAM DATE, HOW MANY TIMES IT WAS
005860*                  STARTED AND HOW ITS LAST ATTEMPT ENDED.  THIS
005870*                  PICKS UP THE STEPS AN EARLIER RUN OF A
005880*                  RESTARTED STREAM FINISHED.
005890*----------------------------------------------------------------
005900 3000-LOAD-JOB-LOG.
005910     MOVE 1 TO WS-STEP-SUB
005920     PERFORM 3010-CLEAR-SUMMARY-ENTRY THRU 3010-EXIT
005930         UNTIL WS-STEP-SUB > WS-STEP-MAX
005940     OPEN INPUT JobLog
005950     IF NOT JL-OK
005960         IF NOT JL-FILE-NOT-FOUND
005970             DISPLAY "NightRun: JOBLOG open failed, "
005980                 "file status " WS-JL-STATUS
005990         END-IF
006000         GO TO 3000-EXIT
006010     END-IF
006020     MOVE "00" TO WS-JL-STATUS
006030     PERFORM 3100-READ-JOB-LOG THRU 3100-EXIT
006040         UNTIL JL-AT-END
006050     CLOSE JobLog.
006060 3000-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100* 3010-CLEAR-SUMMARY-ENTRY - RESET ONE STEP'S SUMMARY ENTRY.
006110*----------------------------------------------------------------
006120 3010-CLEAR-SUMMARY-ENTRY.
006130     MOVE ZERO TO WS-SS-ATTEMPTS (WS-STEP-SUB)
006140     MOVE SPACES TO WS-SS-START-TIME (WS-STEP-SUB)
006150     MOVE SPACES TO WS-SS-END-TIME (WS-STEP-SUB)
006160     MOVE ZERO TO WS-SS-RETURN-CODE (WS-STEP-SUB)
006170     MOVE "NOT RUN" TO WS-SS-STATUS (WS-STEP-SUB)
006180     ADD 1 TO WS-STEP-SUB.
006190 3010-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230* 3100-READ-JOB-LOG - READ ONE JOB LOG RECORD AND APPLY IT TO
006240*                  ITS STEP.  A START LEAVES THE STEP ABENDED
006250*                  UNTIL ITS END RECORD TURNS UP; A HELD RECORD
006260*                  COUNTS AS AN END.
006270*----------------------------------------------------------------
006280 3100-READ-JOB-LOG.
006290     READ JobLog
006300         AT END
006310             GO TO 3100-EXIT
006320     END-READ
006330     IF JL-STREAM-DATE NOT = WS-STREAM-DATE
006340         GO TO 3100-EXIT
006350     END-IF
006360     IF JL-STEP-NO IS NOT NUMERIC
006370         OR JL-STEP-NO < 1
006380         OR JL-STEP-NO > WS-STEP-MAX
006390         GO TO 3100-EXIT
006400     END-IF
006410     MOVE JL-STEP-NO TO WS-STEP-SUB
006420     IF JL-EVENT = "START"
006430         ADD 1 TO WS-SS-ATTEMPTS (WS-STEP-SUB)
006440         MOVE JL-TIME TO WS-SS-START-TIME (WS-STEP-SUB)
006450         MOVE SPACES TO WS-SS-END-TIME (WS-STEP-SUB)
006460         MOVE ZERO TO WS-SS-RETURN-CODE (WS-STEP-SUB)
006470         MOVE "ABENDED" TO WS-SS-STATUS (WS-STEP-SUB)
006480         GO TO 3100-EXIT
006490     END-IF
006500     IF JL-EVENT = "END" OR JL-EVENT = "HELD"
006510         MOVE JL-TIME TO WS-SS-END-TIME (WS-STEP-SUB)
006520         MOVE JL-RETURN-CODE TO WS-SS-RETURN-CODE (WS-STEP-SUB)
006530         MOVE JL-STATUS TO WS-SS-STATUS (WS-STEP-SUB)
006540     END-IF.
006550 3100-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590* 4000-PRINT-SUMMARY - PRINT THE MORNING SUMMARY: ONE LINE PER
006600*                  STEP SAYING HOW IT ENDED AND WHAT, IF
006610*                  ANYTHING, SOMEBODY HAS TO DO ABOUT IT.
006620*----------------------------------------------------------------
006630 4000-PRINT-SUMMARY.
006640     MOVE ZERO TO WS-COMPLETE-COUNT
006650     MOVE ZERO TO WS-ATTENTION-COUNT
006660     MOVE ZERO TO WS-NOT-RUN-COUNT
006670     OPEN OUTPUT PrintFile
006680     PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
006690     MOVE WS-RUN-OPERATOR TO WS-RL-OPERATOR
006700     MOVE WS-CURRENT-TIME TO WS-RL-TIME
006710     MOVE WS-START-STEP TO WS-RL-START-STEP
006720     MOVE WS-RUN-LINE TO WS-PRINT-WORK
006730     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006740     IF STREAM-RESTARTED
006750         MOVE "RESTART OF AN UNFINISHED STREAM." TO WS-PRINT-WORK
006760         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006770     END-IF
006780     IF STREAM-HELD
006790         PERFORM 4200-PRINT-HELD-LINES THRU 4200-EXIT
006800     END-IF
006810     IF OLD-STREAM-ABANDONED
006820         MOVE WS-ABANDONED-DATE TO WS-AB-STREAM-DATE
006830         MOVE WS-ABANDON-LINE TO WS-PRINT-WORK
006840         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006850     END-IF
006860     IF START-OVERRIDDEN
006870         MOVE "START STEP SET ON BATPARMS - REMOVE THE NIGHTRUN "
006880             TO WS-PRINT-WORK
006890         MOVE "RECORD FOR TOMORROW." TO WS-PRINT-WORK (51:20)
006900         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006910     END-IF
006920     IF STREAM-ALREADY-DONE
006930         MOVE "STREAM ALREADY COMPLETE FOR TODAY - NOTHING RUN."
006940             TO WS-PRINT-WORK
006950         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006960     END-IF
006970     MOVE SPACES TO WS-PRINT-WORK
006980     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006990     MOVE WS-COLUMN-LINE TO WS-PRINT-WORK
007000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007010     MOVE 1 TO WS-STEP-SUB
007020     PERFORM 4100-PRINT-STEP-LINE THRU 4100-EXIT
007030         UNTIL WS-STEP-SUB > WS-STEP-MAX
007040     MOVE SPACES TO WS-PRINT-WORK
007050     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007060     IF STREAM-HELD
007070         MOVE "STREAM HELD - RESTART NEEDS SUPERVISOR ACTION."
007080             TO WS-PRINT-WORK
007090     ELSE
007100         IF STREAM-STOPPED
007110             MOVE "STREAM STOPPED - RUN NIGHTRUN AGAIN ONCE THE "
007120                 TO WS-PRINT-WORK
007130             MOVE "FAILED STEP IS FIXED." TO WS-PRINT-WORK (46:21)
007140         ELSE
007150             IF WS-NOT-RUN-COUNT = ZERO
007160                 MOVE "STREAM COMPLETE." TO WS-PRINT-WORK
007170             ELSE
007180                 MOVE "STREAM INCOMPLETE - STEPS NOT RUN ABOVE."
007190                     TO WS-PRINT-WORK
007200             END-IF
007210         END-IF
007220     END-IF
007230     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007240     MOVE SPACES TO WS-PRINT-WORK
007250     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007260     MOVE "STEPS RUN THIS TIME:" TO WS-TL-LABEL
007270     MOVE WS-STEPS-RUN TO WS-TL-COUNT
007280     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
007290     MOVE "STEPS COMPLETE:" TO WS-TL-LABEL
007300     MOVE WS-COMPLETE-COUNT TO WS-TL-COUNT
007310     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
007320     MOVE "STEPS NEEDING ATTENTION:" TO WS-TL-LABEL
007330     MOVE WS-ATTENTION-COUNT TO WS-TL-COUNT
007340     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
007350     MOVE "STEPS NOT RUN:" TO WS-TL-LABEL
007360     MOVE WS-NOT-RUN-COUNT TO WS-TL-COUNT
007370     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
007380     CLOSE PrintFile.
007390 4000-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------------
007430* 4100-PRINT-STEP-LINE - PRINT ONE STEP WITH ITS ACTION:
007440*                  WARNING - READ THE STEP'S REPORT
007450*                  FAILED/MISSING - FIX, THEN RERUN THE STREAM
007460*                  ABENDED - NEVER CAME BACK; RERUN THE STREAM
007470*                  NOT RUN - WAITING ON AN EARLIER STEP
007480*                  HELD - RESTART ON A LATER DAY; SUPERVISOR
007490*----------------------------------------------------------------
007500 4100-PRINT-STEP-LINE.
007510     MOVE SPACES TO WS-ACTION
007520     IF WS-SS-STATUS (WS-STEP-SUB) = "COMPLETE"
007530         ADD 1 TO WS-COMPLETE-COUNT
007540     ELSE
007550         IF WS-SS-STATUS (WS-STEP-SUB) = "NOT RUN"
007560             ADD 1 TO WS-NOT-RUN-COUNT
007570             MOVE "PENDING" TO WS-ACTION
007580         ELSE
007590             ADD 1 TO WS-ATTENTION-COUNT
007600             PERFORM 4110-SET-ACTION THRU 4110-EXIT
007610         END-IF
007620     END-IF
007630     MOVE WS-STEP-SUB TO WS-DL-STEP-NO
007640     MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO WS-DL-PROGRAM
007650     MOVE WS-SS-START-TIME (WS-STEP-SUB) TO WS-DL-START-TIME
007660     MOVE WS-SS-END-TIME (WS-STEP-SUB) TO WS-DL-END-TIME
007670     MOVE WS-SS-RETURN-CODE (WS-STEP-SUB) TO WS-DL-RETURN-CODE
007680     MOVE WS-SS-ATTEMPTS (WS-STEP-SUB) TO WS-DL-ATTEMPTS
007690     MOVE WS-SS-STATUS (WS-STEP-SUB) TO WS-DL-STATUS
007700     MOVE WS-ST-REPORT (WS-STEP-SUB) TO WS-DL-REPORT
007710     MOVE WS-ACTION TO WS-DL-ACTION
007720     MOVE WS-DETAIL-LINE TO WS-PRINT-WORK
007730     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007740     ADD 1 TO WS-STEP-SUB.
007750 4100-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------------
007790* 4110-SET-ACTION - PICK THE ACTION FOR A STEP THAT DID NOT END
007800*                  CLEAN.
007810*----------------------------------------------------------------
007820 4110-SET-ACTION.
007830     IF WS-SS-STATUS (WS-STEP-SUB) = "WARNING"
007840         MOVE "CHECK REPORT" TO WS-ACTION
007850         GO TO 4110-EXIT
007860     END-IF
007870     IF WS-SS-STATUS (WS-STEP-SUB) = "HELD"
007880         MOVE "SUPERVISOR" TO WS-ACTION
007890         GO TO 4110-EXIT
007900     END-IF
007910     IF WS-SS-STATUS (WS-STEP-SUB) = "ABENDED"
007920         MOVE "RERUN STREAM" TO WS-ACTION
007930         GO TO 4110-EXIT
007940     END-IF
007950     MOVE "FIX AND RERUN" TO WS-ACTION.
007960 4110-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------
008000* 4200-PRINT-HELD-LINES - SAY WHICH STEP THE RESTART WAS HELD
008010*                  AT, WHY, AND HOW THE SUPERVISOR RELEASES IT.
008020*----------------------------------------------------------------
008030 4200-PRINT-HELD-LINES.
008040     MOVE WS-HELD-STEP TO WS-HD1-STEP-NO
008050     MOVE WS-ST-PROGRAM (WS-HELD-STEP) TO WS-HD1-PROGRAM
008060     MOVE WS-HELD-LINE-1 TO WS-PRINT-WORK
008070     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
008080     MOVE WS-STREAM-DATE TO WS-HD2-STREAM-DATE
008090     MOVE WS-HELD-LINE-2 TO WS-PRINT-WORK
008100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
008110     MOVE WS-HELD-LINE-3 TO WS-PRINT-WORK
008120     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
008130     MOVE WS-HELD-LINE-4 TO WS-PRINT-WORK
008140     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008150 4200-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------
008190* 4900-WRITE-TOTAL-LINE - PRINT ONE LABELLED COUNT.
008200*----------------------------------------------------------------
008210 4900-WRITE-TOTAL-LINE.
008220     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
008230     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008240 4900-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------------
008280* 7000-WRITE-CHECKPOINT - REPLACE THE ONE CHECKPOINT RECORD WITH
008290*                  THE STREAM DATE AND THE STEP AND STATE THE
008300*                  CALLER HAS SET.  THE FILE IS CLOSED AT ONCE
008310*                  SO IT SURVIVES A STEP THAT TAKES THE RUN
008320*                  DOWN WITH IT.
008330*----------------------------------------------------------------
008340 7000-WRITE-CHECKPOINT.
008350     MOVE SPACES TO CHECKPOINT-RECORD
008360     MOVE WS-STREAM-DATE TO JCK-STREAM-DATE
008370     MOVE WS-CKPT-STEP TO JCK-NEXT-STEP
008380     MOVE WS-CKPT-STATE TO JCK-STATE
008390     ACCEPT JCK-UPDATED-DATE FROM DATE YYYYMMDD
008400     ACCEPT JCK-UPDATED-TIME FROM TIME
008410     OPEN OUTPUT CheckpointFile
008420     IF NOT JCK-OK
008430         DISPLAY "NightRun: JOBCKPT open failed, "
008440             "file status " WS-JCK-STATUS
008450         GO TO 7000-EXIT
008460     END-IF
008470     WRITE CHECKPOINT-RECORD
008480     CLOSE CheckpointFile.
008490 7000-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------------
008530* 7100-WRITE-JOB-LOG - APPEND ONE RECORD FOR THE CURRENT STEP TO
008540*                  THE JOB LOG, CREATING THE LOG ON FIRST USE.
008550*                  THE CALLER SETS THE EVENT, RETURN CODE, AND
008560*                  STATUS.  OPENED AND CLOSED EACH TIME FOR THE
008570*                  SAME REASON AS THE CHECKPOINT.
008580*----------------------------------------------------------------
008590 7100-WRITE-JOB-LOG.
008600     MOVE SPACES TO JOB-LOG-RECORD
008610     MOVE WS-STREAM-DATE TO JL-STREAM-DATE
008620     MOVE WS-LOG-EVENT TO JL-EVENT
008630     MOVE WS-STEP-RC TO JL-RETURN-CODE
008640     MOVE WS-STEP-STATUS TO JL-STATUS
008650     MOVE WS-STEP-SUB TO JL-STEP-NO
008660     MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO JL-PROGRAM
008670     ACCEPT JL-DATE FROM DATE YYYYMMDD
008680     ACCEPT JL-TIME FROM TIME
008690     MOVE WS-RUN-OPERATOR TO JL-OPERATOR-ID
008700     OPEN EXTEND JobLog
008710     IF JL-FILE-NOT-FOUND
008720         OPEN OUTPUT JobLog
008730         CLOSE JobLog
008740         OPEN EXTEND JobLog
008750     END-IF
008760     IF NOT JL-OK
008770         DISPLAY "NightRun: JOBLOG open failed, "
008780             "file status " WS-JL-STATUS
008790         GO TO 7100-EXIT
008800     END-IF
008810     WRITE JOB-LOG-RECORD
008820     CLOSE JobLog.
008830 7100-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------------
008870* 8100-WRITE-REPORT-LINE - WRITE ONE REPORT LINE FROM THE PRINT
008880*                  WORK AREA, BREAKING THE PAGE WHEN FULL.
008890*----------------------------------------------------------------
008900 8100-WRITE-REPORT-LINE.
008910     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
008920         PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
008930     END-IF
008940     WRITE PRINT-LINE FROM WS-PRINT-WORK
008950     ADD 1 TO WS-LINE-COUNT.
008960 8100-EXIT.
008970     EXIT.
008980
008990*----------------------------------------------------------------
009000* 8200-WRITE-HEADING - START A NEW PAGE WITH THE REPORT HEADING.
009010*----------------------------------------------------------------
009020 8200-WRITE-HEADING.
009030     ADD 1 TO WS-PAGE-COUNT
009040     MOVE WS-STREAM-DATE TO WS-HL1-STREAM-DATE
009050     MOVE WS-CURRENT-DATE TO WS-HL1-RUN-DATE
009060     MOVE WS-PAGE-COUNT TO WS-HL1-PAGE
009070     WRITE PRINT-LINE FROM WS-HEADING-LINE-1
009080     MOVE ZERO TO WS-LINE-COUNT.
009090 8200-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------
009130* 9000-TERMINATE - HAND BACK RETURN CODE 8 WHEN THE STREAM
009140*                  STOPPED, SO A SCHEDULER ABOVE US SEES IT TOO.
009150*----------------------------------------------------------------
009160 9000-TERMINATE.
009170     IF STREAM-STOPPED
009180         MOVE 8 TO RETURN-CODE
009190     ELSE
009200         MOVE ZERO TO RETURN-CODE
009210     END-IF
009220     DISPLAY "NightRun: steps run " WS-STEPS-RUN
009230         ", needing attention " WS-ATTENTION-COUNT
009240         " - summary on JOBSUMM.".
009250 9000-EXIT.
009260     EXIT.
