000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VisitDur.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - VISIT DURATION AND
000110*                  OVERSTAY REPORT FOR A REQUESTED DATE RANGE.
000120*                  THE ARCHIVED HISTORY (VISTARCH) AND THE LIVE
000130*                  LOG (VISTLOG) ARE SORTED BY VISITOR AND
000140*                  TIMESTAMP AND EACH DEPARTURE (OUT) IS PAIRED
000150*                  WITH THE VISITOR'S LATEST OPEN ARRIVAL - THE
000160*                  SAME LATEST-TIMESTAMP RULE CheckOut USES.
000170*                  DURRPT GIVES THE AVERAGE AND LONGEST VISIT
000180*                  BY DEPARTMENT AND BY GREETING TYPE AND LISTS
000190*                  THE VISITS OVER THE OVERSTAY LIMIT.  VISITS
000200*                  AUTO-CLOSED BY DaySweep ARE COUNTED APART AND
000210*                  KEPT OUT OF THE AVERAGES - THEIR LENGTH IS
000220*                  THE SWEEP TIME, NOT THE VISIT.  THE PERIOD AND
000230*                  THE LIMIT COME FROM BATPARMS WHEN A VISITDUR
000240*                  RECORD IS PRESENT, OTHERWISE FROM THE PROMPTS.
000241* 2026-10-15  RCM  THE VISITOR LOG RECORD GREW BY THE PARTY ID
000242*                  (VLOG-PARTY-ID), SO THE ARCHIVE AND SORT
000243*                  RECORDS GREW WITH IT.
000244* 2026-10-15  RCM  STAMP MINUTES WIDENED TO 11 DIGITS - A DAY
000245*                  NUMBER TIMES 1440 NO LONGER FITS IN 9.  GROUP
000246*                  AVERAGES ARE WORKED IN A 9-DIGIT TOTAL FIELD OF
000247*                  THEIR OWN SO A LONG PERIOD AVERAGES CORRECTLY.
000248* 2026-10-15  RCM  WS-FMT-HOURS WIDENED TO 7 DIGITS - IT CARRIES
000249*                  THE VISIT COUNT INTO 4800 AND THE ALL-VISITS
000250*                  COUNT IS 7 DIGITS, SO A BUSY PERIOD NO LONGER
000251*                  LOSES ITS HIGH-ORDER DIGITS AND MISAVERAGES.
000252*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     CONSOLE IS KEYBOARD.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT VisitorLog ASSIGN TO "VISTLOG"
000340         ORGANIZATION LINE SEQUENTIAL
000350         FILE STATUS IS WS-LOG-STATUS.
000360
000370     SELECT ArchiveFile ASSIGN TO "VISTARCH"
000380         ORGANIZATION LINE SEQUENTIAL
000390         FILE STATUS IS WS-ARCH-STATUS.
000400
000410     SELECT ParmFile ASSIGN TO "BATPARMS"
000420         ORGANIZATION LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440
000450     SELECT SortFile ASSIGN TO "SORTWK".
000460
000470     SELECT PrintFile ASSIGN TO "DURRPT"
000480         ORGANIZATION LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  VisitorLog.
000530 01  VISITOR-LOG-RECORD.
000540     COPY VisitorLogRecord.
000550
000560 FD  ArchiveFile.
000570 01  ARCHIVE-RECORD                  PIC X(132).
000580
000590 FD  ParmFile.
000600 01  PARM-RECORD.
000610     COPY BatchParmRecord.
000620
000630*----------------------------------------------------------------
000640* SORT KEY IS THE VISITOR (ID WHEN THE RECORD CARRIES ONE,
000650* OTHERWISE THE NAME - THE TYPE BYTE KEEPS THE TWO APART) AND
000660* THE DATE/TIME STAMP, SO EACH VISITOR'S ARRIVALS AND DEPARTURES
000670* COME BACK TOGETHER IN TIME ORDER WHICHEVER FILE HELD THEM.
000680*----------------------------------------------------------------
000690 SD  SortFile.
000700 01  SORT-RECORD.
000710     05  SRT-VISITOR-KEY.
000720         10  SRT-KEY-TYPE            PIC X(01).
000730         10  SRT-KEY-VALUE           PIC X(40).
000740     05  SRT-STAMP                   PIC X(16).
000750     05  SRT-LOG-DATA                PIC X(132).
000760
000770 FD  PrintFile.
000780 01  PRINT-LINE                      PIC X(80).
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-LOG-STATUS                   PIC X(02).
000820     88  LOG-OK                          VALUE "00".
000830     88  LOG-FILE-NOT-FOUND              VALUE "35".
000840     88  LOG-EOF                         VALUE "10".
000850
000860 01  WS-ARCH-STATUS                  PIC X(02).
000870     88  ARCH-OK                         VALUE "00".
000880     88  ARCH-FILE-NOT-FOUND             VALUE "35".
000890
000900 01  WS-PARM-STATUS                  PIC X(02).
000910     88  PARM-OK                         VALUE "00".
000920     88  PARM-FILE-NOT-FOUND             VALUE "35".
000930     88  PARM-AT-END                     VALUE "10".
000940
000950 01  WS-DATE-RANGE.
000960     05  WS-FROM-DATE                PIC X(08).
000970     05  WS-TO-DATE                  PIC X(08).
000980
000990 01  WS-LIMIT-ENTRY                  PIC X(04).
001000 01  WS-LIMIT-ENTRY-N REDEFINES WS-LIMIT-ENTRY
001010                                     PIC 9(04).
001020
001030 77  WS-DEFAULT-LIMIT                COMP PIC 9(04) VALUE 480.
001040
001050 01  WS-LIMIT-MINUTES                COMP PIC 9(04) VALUE ZERO.
001060
001070 01  WS-PARM-SOURCE                  PIC X(08).
001080
001090 01  WS-SWITCHES.
001100     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001110         88  LOG-AT-EOF                  VALUE 'Y'.
001120     05  WS-ARCH-EOF-SW              PIC X(01) VALUE 'N'.
001130         88  ARCH-AT-EOF                 VALUE 'Y'.
001140     05  WS-ARCH-OPEN-SW             PIC X(01) VALUE 'N'.
001150         88  ARCHIVE-USED                VALUE 'Y'.
001160     05  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001170         88  SORT-AT-EOF                 VALUE 'Y'.
001180     05  WS-PARM-EOF-SW              PIC X(01) VALUE 'N'.
001190         88  PARMS-AT-EOF                VALUE 'Y'.
001200     05  WS-PARM-FOUND-SW            PIC X(01) VALUE 'N'.
001210         88  PARMS-FOUND                 VALUE 'Y'.
001220     05  WS-LIMIT-GOOD-SW            PIC X(01) VALUE 'N'.
001230         88  LIMIT-GOOD                  VALUE 'Y'.
001240     05  WS-OPEN-VISIT-SW            PIC X(01) VALUE 'N'.
001250         88  VISIT-OPEN                  VALUE 'Y'.
001260     05  WS-OVERSTAY-OVERFLOW-SW     PIC X(01) VALUE 'N'.
001270         88  OVERSTAY-TABLE-OVERFLOW     VALUE 'Y'.
001300
001310 01  WS-COUNTERS.
001320     05  WS-ARRIVAL-COUNT            COMP PIC 9(07) VALUE ZERO.
001330     05  WS-PAIRED-COUNT             COMP PIC 9(07) VALUE ZERO.
001340     05  WS-AUTO-COUNT               COMP PIC 9(07) VALUE ZERO.
001350     05  WS-NO-DEPART-COUNT          COMP PIC 9(07) VALUE ZERO.
001360     05  WS-ORPHAN-OUT-COUNT         COMP PIC 9(07) VALUE ZERO.
001370     05  WS-OVER-LIMIT-COUNT         COMP PIC 9(07) VALUE ZERO.
001380     05  WS-SUB                      COMP PIC 9(03) VALUE ZERO.
001390     05  WS-FOUND-SUB                COMP PIC 9(03) VALUE ZERO.
001400     05  WS-TYPE-SUB                 COMP PIC 9(03) VALUE ZERO.
001410     05  WS-LINE-COUNT               COMP PIC 9(03) VALUE ZERO.
001420     05  WS-PAGE-COUNT               COMP PIC 9(03) VALUE ZERO.
001430     05  WS-MAX-LINES-PER-PAGE       COMP PIC 9(03) VALUE 50.
001440
001450 77  WS-DEPT-MAX                     COMP PIC 9(03) VALUE 50.
001460 77  WS-OTHERS-SUB                   COMP PIC 9(03) VALUE 51.
001470 77  WS-OVERSTAY-MAX                 COMP PIC 9(03) VALUE 200.
001480
001490*----------------------------------------------------------------
001500* THE VISIT CURRENTLY OPEN FOR THE VISITOR BEING PAIRED - THE
001510* LATEST ARRIVAL NOT YET CLOSED BY A DEPARTURE.
001520*----------------------------------------------------------------
001530 01  WS-CURRENT-KEY                  PIC X(41).
001540
001550 01  WS-OPEN-VISIT.
001560     05  WS-OV-DATE                  PIC X(08).
001570     05  WS-OV-TIME                  PIC X(08).
001580     05  WS-OV-TYPE                  PIC X(04).
001590     05  WS-OV-VISITOR-ID            PIC X(08).
001600     05  WS-OV-NAME                  PIC X(40).
001610     05  WS-OV-DEPARTMENT            PIC X(20).
001620
001630*----------------------------------------------------------------
001640* DURATION WORK AREAS.  A STAMP IS TURNED INTO MINUTES FROM A
001650* FIXED DAY ZERO SO A VISIT RUNNING PAST MIDNIGHT STILL TIMES
001660* CORRECTLY.
001670*----------------------------------------------------------------
001680 01  WS-TIME-WORK.
001690     05  WS-TW-HOUR                  PIC X(02).
001700     05  WS-TW-MINUTE                PIC X(02).
001710     05  FILLER                      PIC X(04).
001720 01  WS-TIME-WORK-N REDEFINES WS-TIME-WORK.
001730     05  WS-TW-HOUR-NUM              PIC 9(02).
001740     05  WS-TW-MINUTE-NUM            PIC 9(02).
001750     05  FILLER                      PIC X(04).
001760
001770 01  WS-DAY-NUMBER-WORK.
001780     05  WS-DN-DATE                  PIC X(08).
001790     05  WS-DN-DATE-N REDEFINES WS-DN-DATE.
001800         10  WS-DN-YEAR              PIC 9(04).
001810         10  WS-DN-MONTH             PIC 9(02).
001820         10  WS-DN-DAY               PIC 9(02).
001830     05  WS-DN-Y                     COMP PIC 9(05).
001840     05  WS-DN-MP                    COMP PIC 9(02).
001850     05  WS-DN-ERA                   COMP PIC 9(03).
001860     05  WS-DN-YOE                   COMP PIC 9(03).
001870     05  WS-DN-DOY                   COMP PIC 9(03).
001880     05  WS-DN-Q4                    COMP PIC 9(03).
001890     05  WS-DN-Q100                  COMP PIC 9(03).
001900     05  WS-DN-WORK                  COMP PIC 9(05).
001910     05  WS-DN-DAYS                  COMP PIC 9(07).
001920
001930 01  WS-STAMP-MINUTES                COMP PIC 9(11) VALUE ZERO.
001940 01  WS-ARR-MINUTES                  COMP PIC 9(11) VALUE ZERO.
001950 01  WS-OUT-MINUTES                  COMP PIC 9(11) VALUE ZERO.
001960 01  WS-DURATION                     COMP PIC 9(07) VALUE ZERO.
001970
001980 01  WS-FORMAT-WORK.
001990     05  WS-FMT-MINUTES              COMP PIC 9(07).
002000     05  WS-FMT-HOURS                COMP PIC 9(07).
002010     05  WS-FMT-REM                  COMP PIC 9(02).
002015     05  WS-FMT-TOTAL                COMP PIC 9(09).
002020
002030*----------------------------------------------------------------
002040* ACCUMULATORS.  ONLY REAL SIGN-OUTS FEED VISITS/MINUTES/
002050* LONGEST; AUTO-CLOSED VISITS ARE COUNTED IN -AUTO ALONE.  THE
002060* LAST DEPARTMENT ENTRY POOLS EVERY DEPARTMENT PAST THE TABLE
002070* LIMIT SO THE REPORT TOTALS STILL FOOT.
002080*----------------------------------------------------------------
002090 01  WS-ALL-VISITS.
002100     05  WS-ALL-VISITS-N             COMP PIC 9(07) VALUE ZERO.
002110     05  WS-ALL-MINUTES              COMP PIC 9(09) VALUE ZERO.
002120     05  WS-ALL-LONGEST              COMP PIC 9(07) VALUE ZERO.
002130
002140 01  WS-DEPT-TABLE.
002150     05  WS-DEPT-COUNT               COMP PIC 9(03) VALUE ZERO.
002160     05  WS-DEPT-ENTRY               OCCURS 51 TIMES.
002170         10  WS-DEPT-NAME            PIC X(20).
002180         10  WS-DEPT-VISITS          COMP PIC 9(05).
002190         10  WS-DEPT-MINUTES         COMP PIC 9(09).
002200         10  WS-DEPT-LONGEST         COMP PIC 9(07).
002210         10  WS-DEPT-AUTO            COMP PIC 9(05).
002220
002230 01  WS-TYPE-TABLE.
002240     05  WS-TYPE-ENTRY               OCCURS 3 TIMES.
002250         10  WS-TYPE-CODE            PIC X(04).
002260         10  WS-TYPE-LABEL           PIC X(20).
002270         10  WS-TYPE-VISITS          COMP PIC 9(05).
002280         10  WS-TYPE-MINUTES         COMP PIC 9(09).
002290         10  WS-TYPE-LONGEST         COMP PIC 9(07).
002300         10  WS-TYPE-AUTO            COMP PIC 9(05).
002310
002320 01  WS-OVERSTAY-TABLE.
002330     05  WS-OVERSTAY-COUNT           COMP PIC 9(03) VALUE ZERO.
002340     05  WS-OVERSTAY-ENTRY           OCCURS 200 TIMES.
002350         10  WS-OS-DATE              PIC X(08).
002360         10  WS-OS-TIME              PIC X(04).
002370         10  WS-OS-VISITOR-ID        PIC X(08).
002380         10  WS-OS-NAME              PIC X(40).
002390         10  WS-OS-DEPARTMENT        PIC X(20).
002400         10  WS-OS-DURATION          COMP PIC 9(07).
002410         10  WS-OS-CLOSED-BY         PIC X(05).
002420
002430 01  WS-PRINT-WORK                   PIC X(80).
002440
002450 01  WS-HEADING-LINE-1.
002460     05  FILLER                      PIC X(27)
002470             VALUE "VISIT DURATION REPORT".
002480     05  FILLER                      PIC X(06) VALUE "FROM:".
002490     05  WS-HL1-FROM                 PIC X(08).
002500     05  FILLER                      PIC X(06) VALUE "  TO:".
002510     05  WS-HL1-TO                   PIC X(08).
002520     05  FILLER                      PIC X(07) VALUE "  PAGE:".
002530     05  WS-HL1-PAGE                 PIC ZZZ9.
002540
002550 01  WS-PARM-LINE.
002560     05  FILLER                      PIC X(17)
002570             VALUE "PARAMETERS FROM:".
002580     05  WS-PL-SOURCE                PIC X(08).
002590     05  FILLER                      PIC X(20)
002600             VALUE "  OVERSTAY LIMIT:".
002610     05  WS-PL-LIMIT                 PIC ZZZ9.
002620     05  FILLER                      PIC X(08) VALUE " MINUTES".
002630
002640 01  WS-TOTAL-LINE.
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  WS-TL-LABEL                 PIC X(40).
002670     05  WS-TL-COUNT                 PIC ZZZZZZ9.
002680
002690 01  WS-COLUMN-LINE.
002700     05  FILLER                      PIC X(22) VALUE SPACES.
002710     05  FILLER                      PIC X(08) VALUE "  VISITS".
002720     05  FILLER                      PIC X(10)
002730             VALUE "   AVERAGE".
002740     05  FILLER                      PIC X(10)
002750             VALUE "   LONGEST".
002760     05  FILLER                      PIC X(13)
002770             VALUE "  AUTO-CLOSED".
002780
002790 01  WS-GROUP-LINE.
002800     05  FILLER                      PIC X(02) VALUE SPACES.
002810     05  WS-GL-NAME                  PIC X(20).
002820     05  FILLER                      PIC X(02) VALUE SPACES.
002830     05  WS-GL-VISITS                PIC ZZZZZ9.
002840     05  FILLER                      PIC X(03) VALUE SPACES.
002850     05  WS-GL-AVERAGE.
002860         10  WS-GL-AVG-HOURS         PIC ZZZ9.
002870         10  FILLER                  PIC X(01) VALUE ":".
002880         10  WS-GL-AVG-MINS          PIC 9(02).
002890     05  FILLER                      PIC X(03) VALUE SPACES.
002900     05  WS-GL-LONGEST.
002910         10  WS-GL-LONG-HOURS        PIC ZZZ9.
002920         10  FILLER                  PIC X(01) VALUE ":".
002930         10  WS-GL-LONG-MINS         PIC 9(02).
002940     05  FILLER                      PIC X(05) VALUE SPACES.
002950     05  WS-GL-AUTO                  PIC ZZZZZ9.
002960
002970 01  WS-OVERSTAY-HEADING.
002980     05  FILLER                      PIC X(09) VALUE "DATE".
002990     05  FILLER                      PIC X(05) VALUE "TIME".
003000     05  FILLER                      PIC X(10) VALUE "ID".
003010     05  FILLER                      PIC X(25) VALUE "NAME".
003020     05  FILLER                      PIC X(15)
003030             VALUE "DEPARTMENT".
003040     05  FILLER                      PIC X(15)
003050             VALUE "  STAYED CLOSED".
003060
003070 01  WS-OVERSTAY-LINE.
003080     05  WS-OL-DATE                  PIC X(08).
003090     05  FILLER                      PIC X(01) VALUE SPACES.
003100     05  WS-OL-TIME                  PIC X(04).
003110     05  FILLER                      PIC X(01) VALUE SPACES.
003120     05  WS-OL-VISITOR-ID            PIC X(08).
003130     05  FILLER                      PIC X(02) VALUE SPACES.
003140     05  WS-OL-NAME                  PIC X(24).
003150     05  FILLER                      PIC X(01) VALUE SPACES.
003160     05  WS-OL-DEPARTMENT            PIC X(14).
003170     05  FILLER                      PIC X(01) VALUE SPACES.
003180     05  WS-OL-HOURS                 PIC ZZZ9.
003190     05  FILLER                      PIC X(01) VALUE ":".
003200     05  WS-OL-MINS                  PIC 9(02).
003210     05  FILLER                      PIC X(02) VALUE SPACES.
003220     05  WS-OL-CLOSED-BY             PIC X(05).
003230
003240 PROCEDURE DIVISION.
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003280     SORT SortFile
003290         ON ASCENDING KEY SRT-VISITOR-KEY
003300                          SRT-STAMP
003310         INPUT PROCEDURE IS 2000-RELEASE-INPUTS
003320             THRU 2000-EXIT
003330         OUTPUT PROCEDURE IS 3000-PAIR-VISITS
003340             THRU 3000-EXIT
003350     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
003360     PERFORM 9000-TERMINATE THRU 9000-EXIT
003380     GOBACK.
003390
003400*----------------------------------------------------------------
003410* 1000-INITIALIZE - RESET THE ACCUMULATORS, TAKE THE PERIOD AND
003420*                  THE OVERSTAY LIMIT FROM BATPARMS OR THE
003430*                  PROMPTS, AND OPEN THE REPORT.
003440*----------------------------------------------------------------
003450 1000-INITIALIZE.
003460     MOVE 'N' TO WS-EOF-SW
003470     MOVE 'N' TO WS-ARCH-EOF-SW
003480     MOVE 'N' TO WS-ARCH-OPEN-SW
003490     MOVE 'N' TO WS-SORT-EOF-SW
003500     MOVE 'N' TO WS-OPEN-VISIT-SW
003510     MOVE 'N' TO WS-OVERSTAY-OVERFLOW-SW
003530     MOVE ZERO TO WS-ARRIVAL-COUNT
003540     MOVE ZERO TO WS-PAIRED-COUNT
003550     MOVE ZERO TO WS-AUTO-COUNT
003560     MOVE ZERO TO WS-NO-DEPART-COUNT
003570     MOVE ZERO TO WS-ORPHAN-OUT-COUNT
003580     MOVE ZERO TO WS-OVER-LIMIT-COUNT
003590     MOVE ZERO TO WS-ALL-VISITS-N
003600     MOVE ZERO TO WS-ALL-MINUTES
003610     MOVE ZERO TO WS-ALL-LONGEST
003620     MOVE ZERO TO WS-DEPT-COUNT
003630     MOVE ZERO TO WS-OVERSTAY-COUNT
003640     MOVE ZERO TO WS-LINE-COUNT
003650     MOVE ZERO TO WS-PAGE-COUNT
003660     MOVE SPACES TO WS-CURRENT-KEY
003670     MOVE 1 TO WS-SUB
003680     PERFORM 1200-CLEAR-DEPT-ENTRY THRU 1200-EXIT
003690         UNTIL WS-SUB > WS-OTHERS-SUB
003700     MOVE "(ALL OTHERS)" TO WS-DEPT-NAME (WS-OTHERS-SUB)
003710     MOVE 1 TO WS-SUB
003720     PERFORM 1300-CLEAR-TYPE-ENTRY THRU 1300-EXIT
003730         UNTIL WS-SUB > 3
003740     MOVE "NEW " TO WS-TYPE-CODE (1)
003750     MOVE "NEW (FIRST WALK-IN)" TO WS-TYPE-LABEL (1)
003760     MOVE "RTN " TO WS-TYPE-CODE (2)
003770     MOVE "RTN (REPEAT WALK-IN)" TO WS-TYPE-LABEL (2)
003780     MOVE "BAT " TO WS-TYPE-CODE (3)
003790     MOVE "BAT (ROSTER BATCH)" TO WS-TYPE-LABEL (3)
003800     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT
003810     IF PARMS-FOUND
003820         MOVE "BATPARMS" TO WS-PARM-SOURCE
003830     ELSE
003840         MOVE "CONSOLE " TO WS-PARM-SOURCE
003850         PERFORM 1100-ACCEPT-DATE-RANGE THRU 1100-EXIT
003860         MOVE 'N' TO WS-LIMIT-GOOD-SW
003870         PERFORM 1150-ACCEPT-LIMIT THRU 1150-EXIT
003880             UNTIL LIMIT-GOOD
003890     END-IF
003900     OPEN OUTPUT PrintFile.
003910 1000-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------
003950* 1050-READ-PARAMETERS - LOOK FOR THIS PROGRAM'S RECORD ON THE
003960*                  CONTROL/PARAMETER FILE.  A VISITDUR RECORD
003970*                  WITH A SANE DATE RANGE SUPPLIES THE PERIOD
003980*                  AND THE LIMIT; NO FILE OR NO RECORD FALLS
003990*                  BACK TO THE PROMPTS.
004000*----------------------------------------------------------------
004010 1050-READ-PARAMETERS.
004020     MOVE 'N' TO WS-PARM-FOUND-SW
004030     MOVE 'N' TO WS-PARM-EOF-SW
004040     OPEN INPUT ParmFile
004050     IF NOT PARM-OK
004060         IF NOT PARM-FILE-NOT-FOUND
004070             DISPLAY "VisitDur: BATPARMS open failed, "
004080                 "file status " WS-PARM-STATUS
004090         END-IF
004100         GO TO 1050-EXIT
004110     END-IF
004120     PERFORM 1060-SCAN-PARM-RECORD THRU 1060-EXIT
004130         UNTIL PARMS-FOUND
004140             OR PARMS-AT-EOF
004150     CLOSE ParmFile.
004160 1050-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------
004200* 1060-SCAN-PARM-RECORD - READ ONE PARAMETER RECORD AND TAKE
004210*                  THE DATE RANGE AND LIMIT FROM IT WHEN IT IS
004220*                  OURS.  A BLANK OR BAD LIMIT TAKES THE DEFAULT.
004230*----------------------------------------------------------------
004240 1060-SCAN-PARM-RECORD.
004250     READ ParmFile
004260         AT END
004270             MOVE 'Y' TO WS-PARM-EOF-SW
004280             GO TO 1060-EXIT
004290     END-READ
004300     IF PARM-PROGRAM-ID NOT = "VISITDUR  "
004310         GO TO 1060-EXIT
004320     END-IF
004330     IF PARM-FROM-DATE IS NUMERIC
004340         AND PARM-TO-DATE IS NUMERIC
004350         AND PARM-TO-DATE NOT < PARM-FROM-DATE
004360         MOVE PARM-FROM-DATE TO WS-FROM-DATE
004370         MOVE PARM-TO-DATE TO WS-TO-DATE
004380         MOVE 'Y' TO WS-PARM-FOUND-SW
004390     ELSE
004400         DISPLAY "VisitDur: bad date range on BATPARMS - "
004410             "falling back to the prompts."
004420         MOVE 'Y' TO WS-PARM-EOF-SW
004430         GO TO 1060-EXIT
004440     END-IF
004450     MOVE PARM-LIMIT TO WS-LIMIT-ENTRY
004460     IF WS-LIMIT-ENTRY IS NUMERIC
004470         AND WS-LIMIT-ENTRY-N > ZERO
004480         MOVE WS-LIMIT-ENTRY-N TO WS-LIMIT-MINUTES
004490     ELSE
004500         IF WS-LIMIT-ENTRY NOT = SPACES
004510             DISPLAY "VisitDur: bad overstay limit on "
004520                 "BATPARMS - using the default."
004530         END-IF
004540         MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-MINUTES
004550     END-IF.
004560 1060-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------------
004600* 1100-ACCEPT-DATE-RANGE - ACCEPT THE FROM AND TO DATES OF THE
004610*                  REPORTING PERIOD, RE-PROMPTING UNTIL EACH IS
004620*                  A NUMERIC YYYYMMDD AND THE RANGE IS SANE.
004630*----------------------------------------------------------------
004640 1100-ACCEPT-DATE-RANGE.
004650     MOVE SPACES TO WS-FROM-DATE
004660     PERFORM 1110-ACCEPT-FROM-DATE THRU 1110-EXIT
004670         UNTIL WS-FROM-DATE IS NUMERIC
004680     MOVE SPACES TO WS-TO-DATE
004690     PERFORM 1120-ACCEPT-TO-DATE THRU 1120-EXIT
004700         UNTIL WS-TO-DATE IS NUMERIC
004710             AND WS-TO-DATE NOT < WS-FROM-DATE.
004720 1100-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------
004760* 1110-ACCEPT-FROM-DATE - ACCEPT THE FIRST DATE OF THE PERIOD.
004770*----------------------------------------------------------------
004780 1110-ACCEPT-FROM-DATE.
004790     DISPLAY "Report from date (YYYYMMDD): "
004800     ACCEPT WS-FROM-DATE FROM KEYBOARD
004810     IF WS-FROM-DATE IS NOT NUMERIC
004820         DISPLAY "Please enter a date as YYYYMMDD."
004830     END-IF.
004840 1110-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880* 1120-ACCEPT-TO-DATE - ACCEPT THE LAST DATE OF THE PERIOD,
004890*                  WHICH MAY NOT PRECEDE THE FIRST.
004900*----------------------------------------------------------------
004910 1120-ACCEPT-TO-DATE.
004920     DISPLAY "Report to date (YYYYMMDD): "
004930     ACCEPT WS-TO-DATE FROM KEYBOARD
004940     IF WS-TO-DATE IS NOT NUMERIC
004950         DISPLAY "Please enter a date as YYYYMMDD."
004960     ELSE
004970         IF WS-TO-DATE < WS-FROM-DATE
004980             DISPLAY "The to-date is before the from-date."
004990         END-IF
005000     END-IF.
005010 1120-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050* 1150-ACCEPT-LIMIT - ACCEPT THE OVERSTAY LIMIT IN MINUTES.
005060*                  BLANK TAKES THE EIGHT-HOUR DEFAULT.
005070*----------------------------------------------------------------
005080 1150-ACCEPT-LIMIT.
005090     DISPLAY "Overstay limit in minutes (blank = 480): "
005100     MOVE SPACES TO WS-LIMIT-ENTRY
005110     ACCEPT WS-LIMIT-ENTRY FROM KEYBOARD
005120     IF WS-LIMIT-ENTRY = SPACES
005130         MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-MINUTES
005140         MOVE 'Y' TO WS-LIMIT-GOOD-SW
005150         GO TO 1150-EXIT
005160     END-IF
005170     IF WS-LIMIT-ENTRY IS NOT NUMERIC
005180         OR WS-LIMIT-ENTRY-N = ZERO
005190         DISPLAY "Please enter the limit as 1 to 4 digits, "
005200             "zero-filled (e.g. 0480)."
005210         GO TO 1150-EXIT
005220     END-IF
005230     MOVE WS-LIMIT-ENTRY-N TO WS-LIMIT-MINUTES
005240     MOVE 'Y' TO WS-LIMIT-GOOD-SW.
005250 1150-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------
005290* 1200-CLEAR-DEPT-ENTRY - ZERO ONE DEPARTMENT ACCUMULATOR.
005300*----------------------------------------------------------------
005310 1200-CLEAR-DEPT-ENTRY.
005320     MOVE SPACES TO WS-DEPT-NAME (WS-SUB)
005330     MOVE ZERO TO WS-DEPT-VISITS (WS-SUB)
005340     MOVE ZERO TO WS-DEPT-MINUTES (WS-SUB)
005350     MOVE ZERO TO WS-DEPT-LONGEST (WS-SUB)
005360     MOVE ZERO TO WS-DEPT-AUTO (WS-SUB)
005370     ADD 1 TO WS-SUB.
005380 1200-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420* 1300-CLEAR-TYPE-ENTRY - ZERO ONE GREETING-TYPE ACCUMULATOR.
005430*----------------------------------------------------------------
005440 1300-CLEAR-TYPE-ENTRY.
005450     MOVE ZERO TO WS-TYPE-VISITS (WS-SUB)
005460     MOVE ZERO TO WS-TYPE-MINUTES (WS-SUB)
005470     MOVE ZERO TO WS-TYPE-LONGEST (WS-SUB)
005480     MOVE ZERO TO WS-TYPE-AUTO (WS-SUB)
005490     ADD 1 TO WS-SUB.
005500 1300-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------
005540* 2000-RELEASE-INPUTS - FEED THE SORT: FIRST THE ARCHIVED
005550*                  HISTORY, THEN THE LIVE LOG, THE WAY MonthStat
005560*                  CHAINS THE TWO.  A MISSING FILE JUST
005570*                  CONTRIBUTES NOTHING.
005580*----------------------------------------------------------------
005590 2000-RELEASE-INPUTS.
005600     OPEN INPUT ArchiveFile
005610     IF ARCH-OK
005620         MOVE 'Y' TO WS-ARCH-OPEN-SW
005630         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
005640         PERFORM 2150-RELEASE-ARCHIVE THRU 2150-EXIT
005650             UNTIL ARCH-AT-EOF
005660         CLOSE ArchiveFile
005670     ELSE
005680         IF NOT ARCH-FILE-NOT-FOUND
005690             DISPLAY "VisitDur: VISTARCH open failed, "
005700                 "file status " WS-ARCH-STATUS
005710         END-IF
005720     END-IF
005730     OPEN INPUT VisitorLog
005740     IF LOG-OK
005750         PERFORM 2300-READ-LOG THRU 2300-EXIT
005760         PERFORM 2350-RELEASE-LOG THRU 2350-EXIT
005770             UNTIL LOG-AT-EOF
005780         CLOSE VisitorLog
005790     ELSE
005800         IF NOT LOG-FILE-NOT-FOUND
005810             DISPLAY "VisitDur: VISTLOG open failed, "
005820                 "file status " WS-LOG-STATUS
005830         END-IF
005840     END-IF.
005850 2000-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890* 2100-READ-ARCHIVE - READ THE NEXT ARCHIVED LOG RECORD.
005900*----------------------------------------------------------------
005910 2100-READ-ARCHIVE.
005920     READ ArchiveFile
005930         AT END
005940             MOVE 'Y' TO WS-ARCH-EOF-SW
005950     END-READ.
005960 2100-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 2150-RELEASE-ARCHIVE - OFFER ONE ARCHIVED RECORD TO THE SORT
006010*                  AND READ THE NEXT.  THE ARCHIVE RECORD IS
006020*                  MOVED INTO THE LOG RECORD AREA SO THE ONE
006030*                  RELEASE PARAGRAPH SERVES BOTH FILES.
006040*----------------------------------------------------------------
006050 2150-RELEASE-ARCHIVE.
006060     MOVE ARCHIVE-RECORD TO VISITOR-LOG-RECORD
006070     PERFORM 2200-RELEASE-RECORD THRU 2200-EXIT
006080     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
006090 2150-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------
006130* 2200-RELEASE-RECORD - RELEASE THE LOG RECORD IN THE RECORD
006140*                  AREA TO THE SORT WHEN IT FALLS IN THE PERIOD.
006150*----------------------------------------------------------------
006160 2200-RELEASE-RECORD.
006170     IF VLOG-DATE < WS-FROM-DATE
006180         OR VLOG-DATE > WS-TO-DATE
006190         GO TO 2200-EXIT
006200     END-IF
006210     MOVE SPACES TO SORT-RECORD
006220     IF VLOG-VISITOR-ID NOT = SPACES
006230         MOVE "I" TO SRT-KEY-TYPE
006240         MOVE VLOG-VISITOR-ID TO SRT-KEY-VALUE
006250     ELSE
006260         MOVE "N" TO SRT-KEY-TYPE
006270         MOVE VLOG-NAME TO SRT-KEY-VALUE
006280     END-IF
006290     STRING VLOG-DATE DELIMITED BY SIZE
006300         VLOG-TIME DELIMITED BY SIZE
006310         INTO SRT-STAMP
006320     MOVE VISITOR-LOG-RECORD TO SRT-LOG-DATA
006330     RELEASE SORT-RECORD.
006340 2200-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380* 2300-READ-LOG - READ THE NEXT VISITOR LOG RECORD.
006390*----------------------------------------------------------------
006400 2300-READ-LOG.
006410     READ VisitorLog
006420         AT END
006430             MOVE 'Y' TO WS-EOF-SW
006440     END-READ.
006450 2300-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490* 2350-RELEASE-LOG - OFFER ONE LIVE LOG RECORD TO THE SORT AND
006500*                  READ THE NEXT.
006510*----------------------------------------------------------------
006520 2350-RELEASE-LOG.
006530     PERFORM 2200-RELEASE-RECORD THRU 2200-EXIT
006540     PERFORM 2300-READ-LOG THRU 2300-EXIT.
006550 2350-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590* 3000-PAIR-VISITS - TAKE BACK THE SORTED RECORDS, ONE VISITOR
006600*                  AT A TIME IN TIME ORDER, AND PAIR EACH
006610*                  DEPARTURE WITH THE OPEN ARRIVAL BEFORE IT.
006620*----------------------------------------------------------------
006630 3000-PAIR-VISITS.
006640     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
006650     PERFORM 3200-PAIR-RECORD THRU 3200-EXIT
006660         UNTIL SORT-AT-EOF
006670     PERFORM 3300-DROP-OPEN-VISIT THRU 3300-EXIT.
006680 3000-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------
006720* 3100-RETURN-SORTED - RETURN THE NEXT SORTED RECORD.
006730*----------------------------------------------------------------
006740 3100-RETURN-SORTED.
006750     RETURN SortFile
006760         AT END
006770             MOVE 'Y' TO WS-SORT-EOF-SW
006780     END-RETURN.
006790 3100-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------------
006830* 3200-PAIR-RECORD - APPLY ONE SORTED RECORD.  A NEW VISITOR
006840*                  DROPS THE LAST VISITOR'S OPEN ARRIVAL.  AN
006850*                  ARRIVAL BECOMES THE OPEN VISIT - AN EARLIER
006860*                  ARRIVAL STILL OPEN WAS NEVER SIGNED OUT, AND
006870*                  THE NEWER ONE TAKES OVER, AS IN CheckOut.  A
006880*                  DEPARTURE CLOSES THE OPEN VISIT.
006890*----------------------------------------------------------------
006900 3200-PAIR-RECORD.
006910     IF SRT-VISITOR-KEY NOT = WS-CURRENT-KEY
006920         PERFORM 3300-DROP-OPEN-VISIT THRU 3300-EXIT
006930         MOVE SRT-VISITOR-KEY TO WS-CURRENT-KEY
006940     END-IF
006950     MOVE SRT-LOG-DATA TO VISITOR-LOG-RECORD
006960     IF VLOG-GREETING-TYPE = "OUT "
006970         PERFORM 3400-CLOSE-VISIT THRU 3400-EXIT
006980     ELSE
006990         PERFORM 3300-DROP-OPEN-VISIT THRU 3300-EXIT
007000         ADD 1 TO WS-ARRIVAL-COUNT
007010         MOVE VLOG-DATE TO WS-OV-DATE
007020         MOVE VLOG-TIME TO WS-OV-TIME
007030         MOVE VLOG-GREETING-TYPE TO WS-OV-TYPE
007040         MOVE VLOG-VISITOR-ID TO WS-OV-VISITOR-ID
007050         MOVE VLOG-NAME TO WS-OV-NAME
007060         MOVE VLOG-DEPARTMENT TO WS-OV-DEPARTMENT
007070         MOVE 'Y' TO WS-OPEN-VISIT-SW
007080     END-IF
007090     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
007100 3200-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140* 3300-DROP-OPEN-VISIT - COUNT AN ARRIVAL THAT NEVER GOT A
007150*                  DEPARTURE IN THE PERIOD AND FORGET IT.
007160*----------------------------------------------------------------
007170 3300-DROP-OPEN-VISIT.
007180     IF VISIT-OPEN
007190         ADD 1 TO WS-NO-DEPART-COUNT
007200         MOVE 'N' TO WS-OPEN-VISIT-SW
007210     END-IF.
007220 3300-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------
007260* 3400-CLOSE-VISIT - PAIR THE DEPARTURE IN THE RECORD AREA WITH
007270*                  THE OPEN ARRIVAL, TIME THE VISIT, AND ROLL IT
007280*                  INTO THE ACCUMULATORS.  A DEPARTURE WITH NO
007290*                  OPEN ARRIVAL (ITS ARRIVAL FELL BEFORE THE
007300*                  PERIOD) IS ONLY COUNTED.
007310*----------------------------------------------------------------
007320 3400-CLOSE-VISIT.
007330     IF NOT VISIT-OPEN
007340         ADD 1 TO WS-ORPHAN-OUT-COUNT
007350         GO TO 3400-EXIT
007360     END-IF
007370     MOVE 'N' TO WS-OPEN-VISIT-SW
007380     MOVE WS-OV-DATE TO WS-DN-DATE
007390     MOVE WS-OV-TIME TO WS-TIME-WORK
007400     PERFORM 7200-STAMP-MINUTES THRU 7200-EXIT
007410     MOVE WS-STAMP-MINUTES TO WS-ARR-MINUTES
007420     MOVE VLOG-DATE TO WS-DN-DATE
007430     MOVE VLOG-TIME TO WS-TIME-WORK
007440     PERFORM 7200-STAMP-MINUTES THRU 7200-EXIT
007450     MOVE WS-STAMP-MINUTES TO WS-OUT-MINUTES
007460     IF WS-OUT-MINUTES > WS-ARR-MINUTES
007470         COMPUTE WS-DURATION = WS-OUT-MINUTES - WS-ARR-MINUTES
007480     ELSE
007490         MOVE ZERO TO WS-DURATION
007500     END-IF
007510     PERFORM 3500-FIND-DEPARTMENT THRU 3500-EXIT
007520     MOVE ZERO TO WS-TYPE-SUB
007530     MOVE 1 TO WS-SUB
007540     PERFORM 3600-FIND-TYPE THRU 3600-EXIT
007550         UNTIL WS-SUB > 3
007560             OR WS-TYPE-SUB > ZERO
007570     IF VLOG-PREREG-FLAG = 'A'
007580         ADD 1 TO WS-AUTO-COUNT
007590         ADD 1 TO WS-DEPT-AUTO (WS-FOUND-SUB)
007600         IF WS-TYPE-SUB > ZERO
007610             ADD 1 TO WS-TYPE-AUTO (WS-TYPE-SUB)
007620         END-IF
007630     ELSE
007640         PERFORM 3450-ACCUMULATE-VISIT THRU 3450-EXIT
007650     END-IF
007660     IF WS-DURATION > WS-LIMIT-MINUTES
007670         PERFORM 3700-NOTE-OVERSTAY THRU 3700-EXIT
007680     END-IF.
007690 3400-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------------
007730* 3450-ACCUMULATE-VISIT - ROLL ONE SIGNED-OUT VISIT INTO THE
007740*                  OVERALL, DEPARTMENT, AND GREETING-TYPE
007750*                  ACCUMULATORS.
007760*----------------------------------------------------------------
007770 3450-ACCUMULATE-VISIT.
007780     ADD 1 TO WS-PAIRED-COUNT
007790     ADD 1 TO WS-ALL-VISITS-N
007800     ADD WS-DURATION TO WS-ALL-MINUTES
007810     IF WS-DURATION > WS-ALL-LONGEST
007820         MOVE WS-DURATION TO WS-ALL-LONGEST
007830     END-IF
007840     ADD 1 TO WS-DEPT-VISITS (WS-FOUND-SUB)
007850     ADD WS-DURATION TO WS-DEPT-MINUTES (WS-FOUND-SUB)
007860     IF WS-DURATION > WS-DEPT-LONGEST (WS-FOUND-SUB)
007870         MOVE WS-DURATION TO WS-DEPT-LONGEST (WS-FOUND-SUB)
007880     END-IF
007890     IF WS-TYPE-SUB > ZERO
007900         ADD 1 TO WS-TYPE-VISITS (WS-TYPE-SUB)
007910         ADD WS-DURATION TO WS-TYPE-MINUTES (WS-TYPE-SUB)
007920         IF WS-DURATION > WS-TYPE-LONGEST (WS-TYPE-SUB)
007930             MOVE WS-DURATION TO WS-TYPE-LONGEST (WS-TYPE-SUB)
007940         END-IF
007950     END-IF.
007960 3450-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------
008000* 3500-FIND-DEPARTMENT - LOCATE (OR START) THE ACCUMULATOR FOR
008010*                  THE OPEN VISIT'S DEPARTMENT.  DEPARTMENTS
008020*                  PAST THE TABLE LIMIT GO TO THE POOLED ENTRY.
008030*----------------------------------------------------------------
008040 3500-FIND-DEPARTMENT.
008050     MOVE ZERO TO WS-FOUND-SUB
008060     MOVE 1 TO WS-SUB
008070     PERFORM 3510-MATCH-DEPARTMENT THRU 3510-EXIT
008080         UNTIL WS-SUB > WS-DEPT-COUNT
008090             OR WS-FOUND-SUB > ZERO
008100     IF WS-FOUND-SUB = ZERO
008110         IF WS-DEPT-COUNT < WS-DEPT-MAX
008120             ADD 1 TO WS-DEPT-COUNT
008130             MOVE WS-DEPT-COUNT TO WS-FOUND-SUB
008140             MOVE WS-OV-DEPARTMENT
008150                 TO WS-DEPT-NAME (WS-FOUND-SUB)
008160         ELSE
008170             MOVE WS-OTHERS-SUB TO WS-FOUND-SUB
008180         END-IF
008190     END-IF.
008200 3500-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240* 3510-MATCH-DEPARTMENT - COMPARE ONE DEPARTMENT ENTRY AGAINST
008250*                  THE OPEN VISIT'S DEPARTMENT.
008260*----------------------------------------------------------------
008270 3510-MATCH-DEPARTMENT.
008280     IF WS-DEPT-NAME (WS-SUB) = WS-OV-DEPARTMENT
008290         MOVE WS-SUB TO WS-FOUND-SUB
008300     ELSE
008310         ADD 1 TO WS-SUB
008320     END-IF.
008330 3510-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------
008370* 3600-FIND-TYPE - COMPARE ONE GREETING-TYPE ENTRY AGAINST THE
008380*                  OPEN VISIT'S GREETING TYPE.
008390*----------------------------------------------------------------
008400 3600-FIND-TYPE.
008410     IF WS-TYPE-CODE (WS-SUB) = WS-OV-TYPE
008420         MOVE WS-SUB TO WS-TYPE-SUB
008430     ELSE
008440         ADD 1 TO WS-SUB
008450     END-IF.
008460 3600-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500* 3700-NOTE-OVERSTAY - TABLE ONE VISIT THAT RAN PAST THE LIMIT
008510*                  FOR THE OVERSTAY LIST, MARKED WITH HOW IT WAS
008520*                  CLOSED.  THE COUNT KEEPS GOING WHEN THE TABLE
008530*                  IS FULL, AND THE REPORT SAYS SO.
008540*----------------------------------------------------------------
008550 3700-NOTE-OVERSTAY.
008560     ADD 1 TO WS-OVER-LIMIT-COUNT
008570     IF WS-OVERSTAY-COUNT NOT < WS-OVERSTAY-MAX
008580         MOVE 'Y' TO WS-OVERSTAY-OVERFLOW-SW
008590         GO TO 3700-EXIT
008600     END-IF
008610     ADD 1 TO WS-OVERSTAY-COUNT
008620     MOVE WS-OV-DATE TO WS-OS-DATE (WS-OVERSTAY-COUNT)
008630     MOVE WS-OV-TIME TO WS-OS-TIME (WS-OVERSTAY-COUNT)
008640     MOVE WS-OV-VISITOR-ID
008650         TO WS-OS-VISITOR-ID (WS-OVERSTAY-COUNT)
008660     MOVE WS-OV-NAME TO WS-OS-NAME (WS-OVERSTAY-COUNT)
008670     MOVE WS-OV-DEPARTMENT
008680         TO WS-OS-DEPARTMENT (WS-OVERSTAY-COUNT)
008690     MOVE WS-DURATION TO WS-OS-DURATION (WS-OVERSTAY-COUNT)
008700     IF VLOG-PREREG-FLAG = 'A'
008710         MOVE "SWEEP" TO WS-OS-CLOSED-BY (WS-OVERSTAY-COUNT)
008720     ELSE
008730         MOVE "OUT" TO WS-OS-CLOSED-BY (WS-OVERSTAY-COUNT)
008740     END-IF.
008750 3700-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790* 4000-PRINT-REPORT - PRINT THE PERIOD TOTALS, THE DEPARTMENT
008800*                  AND GREETING-TYPE SECTIONS, AND THE OVERSTAY
008810*                  LIST.
008820*----------------------------------------------------------------
008830 4000-PRINT-REPORT.
008840     PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
008850     MOVE WS-PARM-SOURCE TO WS-PL-SOURCE
008860     MOVE WS-LIMIT-MINUTES TO WS-PL-LIMIT
008870     MOVE WS-PARM-LINE TO WS-PRINT-WORK
008880     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
008890     IF NOT ARCHIVE-USED
008900         MOVE "SOURCE: VISTLOG ONLY - NO ARCHIVE ON FILE"
008910             TO WS-PRINT-WORK
008920         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
008930     END-IF
008940     MOVE SPACES TO WS-PRINT-WORK
008950     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
008960     MOVE "ARRIVALS IN PERIOD:" TO WS-TL-LABEL
008970     MOVE WS-ARRIVAL-COUNT TO WS-TL-COUNT
008980     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
008990     MOVE "VISITS SIGNED OUT (AVERAGED):" TO WS-TL-LABEL
009000     MOVE WS-PAIRED-COUNT TO WS-TL-COUNT
009010     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
009020     MOVE "VISITS AUTO-CLOSED BY THE SWEEP:" TO WS-TL-LABEL
009030     MOVE WS-AUTO-COUNT TO WS-TL-COUNT
009040     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
009050     MOVE "ARRIVALS WITH NO DEPARTURE:" TO WS-TL-LABEL
009060     MOVE WS-NO-DEPART-COUNT TO WS-TL-COUNT
009070     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
009080     MOVE "DEPARTURES WITH NO ARRIVAL IN PERIOD:"
009090         TO WS-TL-LABEL
009100     MOVE WS-ORPHAN-OUT-COUNT TO WS-TL-COUNT
009110     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
009120     MOVE "VISITS OVER THE OVERSTAY LIMIT:" TO WS-TL-LABEL
009130     MOVE WS-OVER-LIMIT-COUNT TO WS-TL-COUNT
009140     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
009150     PERFORM 4100-PRINT-DEPARTMENTS THRU 4100-EXIT
009160     PERFORM 4200-PRINT-TYPES THRU 4200-EXIT
009170     PERFORM 4300-PRINT-OVERSTAYS THRU 4300-EXIT.
009180 4000-EXIT.
009190     EXIT.
009200
009210*----------------------------------------------------------------
009220* 4100-PRINT-DEPARTMENTS - AVERAGE AND LONGEST VISIT BY
009230*                  DEPARTMENT, WITH THE ALL-VISITS LINE FIRST.
009240*----------------------------------------------------------------
009250 4100-PRINT-DEPARTMENTS.
009260     MOVE SPACES TO WS-PRINT-WORK
009270     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009280     MOVE "VISIT LENGTH BY DEPARTMENT / COMPANY (HHHH:MM)"
009290         TO WS-PRINT-WORK
009300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009310     MOVE WS-COLUMN-LINE TO WS-PRINT-WORK
009320     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009330     MOVE "ALL VISITS" TO WS-GL-NAME
009340     MOVE WS-ALL-VISITS-N TO WS-GL-VISITS
009350     MOVE WS-ALL-VISITS-N TO WS-FMT-HOURS
009360     MOVE WS-ALL-MINUTES TO WS-FMT-TOTAL
009370     MOVE WS-ALL-LONGEST TO WS-FMT-MINUTES
009380     PERFORM 4800-FORMAT-GROUP-LINE THRU 4800-EXIT
009390     MOVE WS-AUTO-COUNT TO WS-GL-AUTO
009400     MOVE WS-GROUP-LINE TO WS-PRINT-WORK
009410     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009420     MOVE 1 TO WS-SUB
009430     PERFORM 4110-PRINT-DEPT-LINE THRU 4110-EXIT
009440         UNTIL WS-SUB > WS-DEPT-COUNT
009450     IF WS-DEPT-VISITS (WS-OTHERS-SUB) > ZERO
009460         OR WS-DEPT-AUTO (WS-OTHERS-SUB) > ZERO
009470         MOVE WS-OTHERS-SUB TO WS-SUB
009480         PERFORM 4110-PRINT-DEPT-LINE THRU 4110-EXIT
009490     END-IF.
009500 4100-EXIT.
009510     EXIT.
009520
009530*----------------------------------------------------------------
009540* 4110-PRINT-DEPT-LINE - PRINT ONE DEPARTMENT'S VISIT LENGTHS.
009550*----------------------------------------------------------------
009560 4110-PRINT-DEPT-LINE.
009570     IF WS-DEPT-NAME (WS-SUB) = SPACES
009580         MOVE "(NOT GIVEN)" TO WS-GL-NAME
009590     ELSE
009600         MOVE WS-DEPT-NAME (WS-SUB) TO WS-GL-NAME
009610     END-IF
009620     MOVE WS-DEPT-VISITS (WS-SUB) TO WS-GL-VISITS
009630     MOVE WS-DEPT-VISITS (WS-SUB) TO WS-FMT-HOURS
009640     MOVE WS-DEPT-MINUTES (WS-SUB) TO WS-FMT-TOTAL
009650     MOVE WS-DEPT-LONGEST (WS-SUB) TO WS-FMT-MINUTES
009660     PERFORM 4800-FORMAT-GROUP-LINE THRU 4800-EXIT
009670     MOVE WS-DEPT-AUTO (WS-SUB) TO WS-GL-AUTO
009680     MOVE WS-GROUP-LINE TO WS-PRINT-WORK
009690     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009700     ADD 1 TO WS-SUB.
009710 4110-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------
009750* 4200-PRINT-TYPES - AVERAGE AND LONGEST VISIT BY GREETING TYPE.
009760*----------------------------------------------------------------
009770 4200-PRINT-TYPES.
009780     MOVE SPACES TO WS-PRINT-WORK
009790     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009800     MOVE "VISIT LENGTH BY GREETING TYPE (HHHH:MM)"
009810         TO WS-PRINT-WORK
009820     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009830     MOVE WS-COLUMN-LINE TO WS-PRINT-WORK
009840     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009850     MOVE 1 TO WS-SUB
009860     PERFORM 4210-PRINT-TYPE-LINE THRU 4210-EXIT
009870         UNTIL WS-SUB > 3.
009880 4200-EXIT.
009890     EXIT.
009900
009910*----------------------------------------------------------------
009920* 4210-PRINT-TYPE-LINE - PRINT ONE GREETING TYPE'S VISIT
009930*                  LENGTHS.
009940*----------------------------------------------------------------
009950 4210-PRINT-TYPE-LINE.
009960     MOVE WS-TYPE-LABEL (WS-SUB) TO WS-GL-NAME
009970     MOVE WS-TYPE-VISITS (WS-SUB) TO WS-GL-VISITS
009980     MOVE WS-TYPE-VISITS (WS-SUB) TO WS-FMT-HOURS
009990     MOVE WS-TYPE-MINUTES (WS-SUB) TO WS-FMT-TOTAL
010000     MOVE WS-TYPE-LONGEST (WS-SUB) TO WS-FMT-MINUTES
010010     PERFORM 4800-FORMAT-GROUP-LINE THRU 4800-EXIT
010020     MOVE WS-TYPE-AUTO (WS-SUB) TO WS-GL-AUTO
010030     MOVE WS-GROUP-LINE TO WS-PRINT-WORK
010040     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010050     ADD 1 TO WS-SUB.
010060 4210-EXIT.
010070     EXIT.
010080
010090*----------------------------------------------------------------
010100* 4300-PRINT-OVERSTAYS - LIST THE VISITS THAT RAN PAST THE
010110*                  OVERSTAY LIMIT.  SWEEP MARKS A VISIT THE
010120*                  END-OF-DAY SWEEP CLOSED - THE VISITOR NEVER
010130*                  SIGNED OUT, SO THE TRUE STAY IS UNKNOWN.
010140*----------------------------------------------------------------
010150 4300-PRINT-OVERSTAYS.
010160     MOVE SPACES TO WS-PRINT-WORK
010170     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010180     MOVE "VISITS OVER THE OVERSTAY LIMIT" TO WS-PRINT-WORK
010190     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010200     MOVE WS-OVERSTAY-HEADING TO WS-PRINT-WORK
010210     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010220     IF WS-OVERSTAY-COUNT = ZERO
010230         MOVE "  (NONE)" TO WS-PRINT-WORK
010240         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010250         GO TO 4300-EXIT
010260     END-IF
010270     MOVE 1 TO WS-SUB
010280     PERFORM 4310-PRINT-OVERSTAY-LINE THRU 4310-EXIT
010290         UNTIL WS-SUB > WS-OVERSTAY-COUNT
010300     IF OVERSTAY-TABLE-OVERFLOW
010310         MOVE "  (MORE OVERSTAYS THAN THE TABLE HOLDS - LIST"
010320             TO WS-PRINT-WORK
010330         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010340         MOVE "  INCOMPLETE; THE PERIOD TOTAL COUNTS ALL)"
010350             TO WS-PRINT-WORK
010360         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010370     END-IF.
010380 4300-EXIT.
010390     EXIT.
010400
010410*----------------------------------------------------------------
010420* 4310-PRINT-OVERSTAY-LINE - PRINT ONE OVERSTAYED VISIT.
010430*----------------------------------------------------------------
010440 4310-PRINT-OVERSTAY-LINE.
010450     MOVE WS-OS-DATE (WS-SUB) TO WS-OL-DATE
010460     MOVE WS-OS-TIME (WS-SUB) TO WS-OL-TIME
010470     MOVE WS-OS-VISITOR-ID (WS-SUB) TO WS-OL-VISITOR-ID
010480     MOVE WS-OS-NAME (WS-SUB) TO WS-OL-NAME
010490     MOVE WS-OS-DEPARTMENT (WS-SUB) TO WS-OL-DEPARTMENT
010500     DIVIDE WS-OS-DURATION (WS-SUB) BY 60
010510         GIVING WS-FMT-HOURS
010520         REMAINDER WS-FMT-REM
010530     MOVE WS-FMT-HOURS TO WS-OL-HOURS
010540     MOVE WS-FMT-REM TO WS-OL-MINS
010550     MOVE WS-OS-CLOSED-BY (WS-SUB) TO WS-OL-CLOSED-BY
010560     MOVE WS-OVERSTAY-LINE TO WS-PRINT-WORK
010570     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010580     ADD 1 TO WS-SUB.
010590 4310-EXIT.
010600     EXIT.
010610
010620*----------------------------------------------------------------
010630* 4800-FORMAT-GROUP-LINE - FILL THE AVERAGE AND LONGEST COLUMNS
010640*                  OF THE GROUP LINE.  ON ENTRY WS-FMT-HOURS
010650*                  HOLDS THE VISIT COUNT, WS-FMT-TOTAL THE TOTAL
010660*                  MINUTES, AND WS-FMT-MINUTES THE LONGEST.
010670*----------------------------------------------------------------
010680 4800-FORMAT-GROUP-LINE.
010690     IF WS-FMT-HOURS = ZERO
010700         MOVE ZERO TO WS-FMT-TOTAL
010710     ELSE
010720         DIVIDE WS-FMT-TOTAL BY WS-FMT-HOURS
010730             GIVING WS-FMT-TOTAL ROUNDED
010740     END-IF
010750     DIVIDE WS-FMT-TOTAL BY 60
010760         GIVING WS-FMT-HOURS
010770         REMAINDER WS-FMT-REM
010780     MOVE WS-FMT-HOURS TO WS-GL-AVG-HOURS
010790     MOVE WS-FMT-REM TO WS-GL-AVG-MINS
010800     DIVIDE WS-FMT-MINUTES BY 60
010810         GIVING WS-FMT-HOURS
010820         REMAINDER WS-FMT-REM
010830     MOVE WS-FMT-HOURS TO WS-GL-LONG-HOURS
010840     MOVE WS-FMT-REM TO WS-GL-LONG-MINS.
010850 4800-EXIT.
010860     EXIT.
010870
010880*----------------------------------------------------------------
010890* 4900-WRITE-TOTAL-LINE - WRITE ONE PERIOD TOTAL LINE.
010900*----------------------------------------------------------------
010910 4900-WRITE-TOTAL-LINE.
010920     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
010930     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010940 4900-EXIT.
010950     EXIT.
010960
010970*----------------------------------------------------------------
010980* 7200-STAMP-MINUTES - TURN THE DATE IN WS-DN-DATE AND THE TIME
010990*                  IN WS-TIME-WORK INTO MINUTES FROM DAY ZERO.
011000*                  THE DAY NUMBER IS THE USUAL CIVIL-CALENDAR
011010*                  COUNT (MARCH-BASED YEAR, 400-YEAR ERAS), DONE
011020*                  IN WHOLE-NUMBER STEPS SO EVERY DIVISION
011030*                  TRUNCATES.  A DAMAGED STAMP COUNTS AS ZERO.
011040*----------------------------------------------------------------
011050 7200-STAMP-MINUTES.
011060     MOVE ZERO TO WS-STAMP-MINUTES
011070     IF WS-DN-DATE IS NOT NUMERIC
011080         OR WS-TW-HOUR IS NOT NUMERIC
011090         OR WS-TW-MINUTE IS NOT NUMERIC
011100         GO TO 7200-EXIT
011110     END-IF
011120     MOVE WS-DN-YEAR TO WS-DN-Y
011130     IF WS-DN-MONTH > 2
011140         COMPUTE WS-DN-MP = WS-DN-MONTH - 3
011150     ELSE
011160         SUBTRACT 1 FROM WS-DN-Y
011170         COMPUTE WS-DN-MP = WS-DN-MONTH + 9
011180     END-IF
011190     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-ERA
011200     COMPUTE WS-DN-YOE = WS-DN-Y - WS-DN-ERA * 400
011210     COMPUTE WS-DN-WORK = 153 * WS-DN-MP + 2
011220     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-DOY
011230     COMPUTE WS-DN-DOY = WS-DN-DOY + WS-DN-DAY - 1
011240     DIVIDE WS-DN-YOE BY 4 GIVING WS-DN-Q4
011250     DIVIDE WS-DN-YOE BY 100 GIVING WS-DN-Q100
011260     COMPUTE WS-DN-DAYS = WS-DN-ERA * 146097
011270         + WS-DN-YOE * 365 + WS-DN-Q4 - WS-DN-Q100
011280         + WS-DN-DOY
011290     COMPUTE WS-STAMP-MINUTES = WS-DN-DAYS * 1440
011300         + WS-TW-HOUR-NUM * 60 + WS-TW-MINUTE-NUM.
011310 7200-EXIT.
011320     EXIT.
011330
011340*----------------------------------------------------------------
011350* 8100-WRITE-REPORT-LINE - WRITE ONE REPORT LINE FROM THE PRINT
011360*                  WORK AREA, BREAKING THE PAGE WHEN FULL.
011370*----------------------------------------------------------------
011380 8100-WRITE-REPORT-LINE.
011390     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
011400         PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
011410     END-IF
011420     WRITE PRINT-LINE FROM WS-PRINT-WORK
011430     ADD 1 TO WS-LINE-COUNT.
011440 8100-EXIT.
011450     EXIT.
011460
011470*----------------------------------------------------------------
011480* 8200-WRITE-HEADING - START A NEW PAGE WITH THE REPORT HEADING.
011490*----------------------------------------------------------------
011500 8200-WRITE-HEADING.
011510     ADD 1 TO WS-PAGE-COUNT
011520     MOVE WS-FROM-DATE TO WS-HL1-FROM
011530     MOVE WS-TO-DATE TO WS-HL1-TO
011540     MOVE WS-PAGE-COUNT TO WS-HL1-PAGE
011550     WRITE PRINT-LINE FROM WS-HEADING-LINE-1
011560     MOVE ZERO TO WS-LINE-COUNT.
011570 8200-EXIT.
011580     EXIT.
011590
011600*----------------------------------------------------------------
011610* 9000-TERMINATE - CLOSE THE REPORT AND END THE RUN.  THE LOG
011620*                  FILES WERE CLOSED BY THE SORT INPUT PROCEDURE.
011630*----------------------------------------------------------------
011640 9000-TERMINATE.
011650     CLOSE PrintFile.
011660 9000-EXIT.
011670     EXIT.
