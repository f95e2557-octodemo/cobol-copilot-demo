000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RollCall.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - EVACUATION ROLL-CALL.  THE
000110*                  FIRE WARDENS AT EACH ASSEMBLY POINT KEY (OR
000120*                  SCAN) THE VISITOR IDS THEY HAVE ACCOUNTED FOR,
000130*                  UNDER THEIR WARDEN ID AND ASSEMBLY POINT.
000140*                  EVERY ID IS FILED ON ROLLCALL AGAINST THE
000150*                  LATEST MUSTER SNAPSHOT (MUSTER, SAVED BY
000160*                  OnSiteList), AND THE EXCEPTIONS LIST (ROLLRPT)
000170*                  SHOWS THE VISITORS ON THE SNAPSHOT NOT YET
000180*                  ACCOUNTED FOR AND THE PEOPLE ACCOUNTED FOR WHO
000190*                  WERE NOT ON IT.  A SECOND RUN AGAINST THE SAME
000200*                  SNAPSHOT PICKS UP THE IDS ALREADY FILED, SO
000210*                  SEVERAL WARDENS MAY REPORT IN TURN.
000220* 2026-10-15  RCM  A WALK-IN ON THE MUSTER WITH NO VISITOR ID
000230*                  COULD NEVER BE ACCOUNTED FOR.  THE WARDEN NOW
000240*                  KEYS * FOR THE ID AND THEN THE NAME, WHICH IS
000250*                  MATCHED AGAINST THE MUSTER ENTRIES WITH NO ID
000260*                  AND FILED ON ROLLCALL (NEW RC-NAME).
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     CONSOLE IS KEYBOARD.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT MusterFile ASSIGN TO "MUSTER"
000360         ORGANIZATION LINE SEQUENTIAL
000370         FILE STATUS IS WS-MUSTER-STATUS.
000380
000390     SELECT RollCallFile ASSIGN TO "ROLLCALL"
000400         ORGANIZATION LINE SEQUENTIAL
000410         FILE STATUS IS WS-RC-STATUS.
000420
000430     SELECT PrintFile ASSIGN TO "ROLLRPT"
000440         ORGANIZATION LINE SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  MusterFile.
000490 01  MUSTER-RECORD.
000500     COPY MusterRecord.
000510
000520 FD  RollCallFile.
000530 01  ROLL-CALL-RECORD.
000540     COPY RollCallRecord.
000550
000560 FD  PrintFile.
000570 01  PRINT-LINE                      PIC X(80).
000580
000590 WORKING-STORAGE SECTION.
000600 01  WS-MUSTER-STATUS                PIC X(02).
000610     88  MUSTER-OK                       VALUE "00".
000620     88  MUSTER-FILE-NOT-FOUND           VALUE "35".
000630
000640 01  WS-RC-STATUS                    PIC X(02).
000650     88  RC-OK                           VALUE "00".
000660     88  RC-FILE-NOT-FOUND               VALUE "35".
000670
000680 01  WS-CURRENT-DATE-TIME.
000690     05  WS-CURRENT-DATE             PIC X(08).
000700     05  WS-CURRENT-TIME             PIC X(08).
000710
000720 01  WS-SNAPSHOT.
000730     05  WS-SNAP-DATE                PIC X(08).
000740     05  WS-SNAP-TIME                PIC X(08).
000750
000760 01  WS-ROLL-CALL-ENTRY.
000770     05  WS-WARDEN-ID                PIC X(08).
000780     05  WS-ASSEMBLY-POINT           PIC X(10).
000790     05  WS-ENTERED-ID               PIC X(08).
000800         88  ENTRY-BY-NAME               VALUE "*".
000810     05  WS-ENTERED-NAME             PIC X(40).
000820     05  WS-OPERATOR-ID              PIC X(08).
000830
000840 01  WS-SWITCHES.
000850     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000860         88  ABORT-RUN                   VALUE 'Y'.
000870     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000880         88  FILE-AT-EOF                 VALUE 'Y'.
000890     05  WS-ROLL-CALL-DONE-SW        PIC X(01) VALUE 'N'.
000900         88  ROLL-CALL-DONE              VALUE 'Y'.
000910     05  WS-WARDEN-DONE-SW           PIC X(01) VALUE 'N'.
000920         88  WARDEN-DONE                 VALUE 'Y'.
000930     05  WS-APPLY-RESULT             PIC X(01) VALUE SPACE.
000940         88  NEWLY-ACCOUNTED             VALUE 'N'.
000950         88  ALREADY-ACCOUNTED           VALUE 'A'.
000960         88  NEW-EXTRA                   VALUE 'X'.
000970         88  REPEAT-EXTRA                VALUE 'R'.
000980         88  EXTRA-TABLE-FULL            VALUE 'F'.
000990     05  WS-NAME-PASS-SW             PIC X(01) VALUE SPACE.
001000         88  MATCH-OPEN-ENTRIES-ONLY     VALUE '1'.
001010
001020 01  WS-COUNTERS.
001030     05  WS-MUSTER-COUNT             COMP PIC 9(03) VALUE ZERO.
001040     05  WS-EXTRA-COUNT              COMP PIC 9(03) VALUE ZERO.
001050     05  WS-ACCOUNTED-COUNT          COMP PIC 9(03) VALUE ZERO.
001060     05  WS-UNACCOUNTED-COUNT        COMP PIC 9(03) VALUE ZERO.
001070     05  WS-NO-ID-COUNT              COMP PIC 9(03) VALUE ZERO.
001080     05  WS-PRIOR-COUNT              COMP PIC 9(05) VALUE ZERO.
001090     05  WS-KEYED-COUNT              COMP PIC 9(05) VALUE ZERO.
001100     05  WS-SUB                      COMP PIC 9(03) VALUE ZERO.
001110     05  WS-FOUND-SUB                COMP PIC 9(03) VALUE ZERO.
001120     05  WS-LINE-COUNT               COMP PIC 9(03) VALUE ZERO.
001130     05  WS-PAGE-COUNT               COMP PIC 9(03) VALUE ZERO.
001140     05  WS-MAX-LINES-PER-PAGE       COMP PIC 9(03) VALUE 50.
001150
001160 77  WS-MUSTER-MAX                   COMP PIC 9(03) VALUE 200.
001170 77  WS-EXTRA-MAX                    COMP PIC 9(03) VALUE 100.
001180
001190 01  WS-MUSTER-TABLE.
001200     05  WS-MUSTER-ENTRY             OCCURS 200 TIMES.
001210         10  WS-MT-VISITOR-ID        PIC X(08).
001220         10  WS-MT-NAME              PIC X(40).
001230         10  WS-MT-MATCH-NAME        PIC X(40).
001240         10  WS-MT-DEPARTMENT        PIC X(20).
001250         10  WS-MT-ARRIVAL-TIME      PIC X(08).
001260         10  WS-MT-ACCOUNTED-SW      PIC X(01).
001270         10  WS-MT-WARDEN-ID         PIC X(08).
001280         10  WS-MT-ASSEMBLY-POINT    PIC X(10).
001290
001300 01  WS-EXTRA-TABLE.
001310     05  WS-EXTRA-ENTRY              OCCURS 100 TIMES.
001320         10  WS-XT-VISITOR-ID        PIC X(08).
001330         10  WS-XT-WARDEN-ID         PIC X(08).
001340         10  WS-XT-ASSEMBLY-POINT    PIC X(10).
001350         10  WS-XT-TIME              PIC X(08).
001360         10  WS-XT-NAME              PIC X(40).
001370
001380 01  WS-DISPLAY-COUNT                PIC ZZZZ9.
001390 01  WS-DISPLAY-TOTAL                PIC ZZZZ9.
001400
001410 01  WS-PRINT-WORK                   PIC X(80).
001420
001430 01  WS-HEADING-LINE-1.
001440     05  FILLER                      PIC X(32)
001450             VALUE "EVACUATION ROLL-CALL EXCEPTIONS".
001460     05  FILLER                      PIC X(06) VALUE "DATE:".
001470     05  WS-HL1-DATE                 PIC X(08).
001480     05  FILLER                      PIC X(07) VALUE "  TIME:".
001490     05  WS-HL1-TIME                 PIC X(08).
001500     05  FILLER                      PIC X(07) VALUE "  PAGE:".
001510     05  WS-HL1-PAGE                 PIC ZZZ9.
001520
001530 01  WS-SNAPSHOT-LINE.
001540     05  FILLER                      PIC X(32)
001550             VALUE "MUSTER SNAPSHOT TAKEN".
001560     05  FILLER                      PIC X(06) VALUE "DATE:".
001570     05  WS-SL-DATE                  PIC X(08).
001580     05  FILLER                      PIC X(07) VALUE "  TIME:".
001590     05  WS-SL-TIME                  PIC X(08).
001600
001610 01  WS-UNACCOUNTED-HEADING.
001620     05  FILLER                      PIC X(08) VALUE "ARRIVED".
001630     05  FILLER                      PIC X(02) VALUE SPACES.
001640     05  FILLER                      PIC X(08) VALUE "ID".
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  FILLER                      PIC X(40)
001670             VALUE "VISITOR NAME".
001680     05  FILLER                      PIC X(20) VALUE "DEPARTMENT".
001690
001700 01  WS-UNACCOUNTED-LINE.
001710     05  WS-UL-ARRIVAL-TIME          PIC X(08).
001720     05  FILLER                      PIC X(02) VALUE SPACES.
001730     05  WS-UL-VISITOR-ID            PIC X(08).
001740     05  FILLER                      PIC X(02) VALUE SPACES.
001750     05  WS-UL-NAME                  PIC X(40).
001760     05  WS-UL-DEPARTMENT            PIC X(20).
001770
001780 01  WS-EXTRA-HEADING.
001790     05  FILLER                      PIC X(08) VALUE "ID".
001800     05  FILLER                      PIC X(02) VALUE SPACES.
001810     05  FILLER                      PIC X(08) VALUE "WARDEN".
001820     05  FILLER                      PIC X(02) VALUE SPACES.
001830     05  FILLER                      PIC X(10) VALUE "POINT".
001840     05  FILLER                      PIC X(02) VALUE SPACES.
001850     05  FILLER                      PIC X(08) VALUE "TIME".
001860     05  FILLER                      PIC X(02) VALUE SPACES.
001870     05  FILLER                      PIC X(38)
001880             VALUE "NAME (WHEN KEYED WITHOUT AN ID)".
001890
001900 01  WS-EXTRA-LINE.
001910     05  WS-XL-VISITOR-ID            PIC X(08).
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  WS-XL-WARDEN-ID             PIC X(08).
001940     05  FILLER                      PIC X(02) VALUE SPACES.
001950     05  WS-XL-ASSEMBLY-POINT        PIC X(10).
001960     05  FILLER                      PIC X(02) VALUE SPACES.
001970     05  WS-XL-TIME                  PIC X(08).
001980     05  FILLER                      PIC X(02) VALUE SPACES.
001990     05  WS-XL-NAME                  PIC X(38).
002000
002010 01  WS-TOTAL-LINE.
002020     05  WS-TL-LABEL                 PIC X(36).
002030     05  WS-TL-COUNT                 PIC ZZZZ9.
002040
002050 01  SIGNON-AREA EXTERNAL.
002060     COPY SignOnArea.
002070
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002110     IF NOT ABORT-RUN
002120         PERFORM 2000-TAKE-ROLL-CALL THRU 2000-EXIT
002130             UNTIL ROLL-CALL-DONE
002140         PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT
002150         PERFORM 9000-TERMINATE THRU 9000-EXIT
002160     END-IF
002170     GOBACK.
002180
002190*----------------------------------------------------------------
002200* 1000-INITIALIZE - RESET THE RUN, TABLE THE MUSTER SNAPSHOT,
002210*                  APPLY THE ROLL-CALL ALREADY FILED AGAINST IT,
002220*                  AND OPEN THE ROLL-CALL FILE FOR APPENDING.
002230*                  WITH NO SNAPSHOT THERE IS NOTHING TO CALL THE
002240*                  ROLL AGAINST, SO THE RUN STOPS.
002250*----------------------------------------------------------------
002260 1000-INITIALIZE.
002270     MOVE 'N' TO WS-ABORT-SW
002280     MOVE 'N' TO WS-ROLL-CALL-DONE-SW
002290     MOVE ZERO TO WS-MUSTER-COUNT
002300     MOVE ZERO TO WS-EXTRA-COUNT
002310     MOVE ZERO TO WS-NO-ID-COUNT
002320     MOVE ZERO TO WS-ACCOUNTED-COUNT
002330     MOVE ZERO TO WS-PRIOR-COUNT
002340     MOVE ZERO TO WS-KEYED-COUNT
002350     MOVE ZERO TO WS-LINE-COUNT
002360     MOVE ZERO TO WS-PAGE-COUNT
002370     MOVE SPACES TO WS-SNAPSHOT
002380     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002390     ACCEPT WS-CURRENT-TIME FROM TIME
002400     IF NO-SIGNON-OPERATOR
002410         MOVE SPACES TO WS-OPERATOR-ID
002420     ELSE
002430         MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID
002440     END-IF
002450     PERFORM 1100-LOAD-MUSTER THRU 1100-EXIT
002460     IF ABORT-RUN
002470         GO TO 1000-EXIT
002480     END-IF
002490     PERFORM 1200-LOAD-ROLL-CALL THRU 1200-EXIT
002500     OPEN EXTEND RollCallFile
002510     IF RC-FILE-NOT-FOUND
002520         OPEN OUTPUT RollCallFile
002530         CLOSE RollCallFile
002540         OPEN EXTEND RollCallFile
002550     END-IF
002560     IF NOT RC-OK
002570         DISPLAY "RollCall: ROLLCALL open failed, "
002580             "file status " WS-RC-STATUS
002590         MOVE 'Y' TO WS-ABORT-SW
002600         GO TO 1000-EXIT
002610     END-IF
002620     DISPLAY "Muster snapshot of " WS-SNAP-DATE " "
002630         WS-SNAP-TIME
002640     MOVE WS-MUSTER-COUNT TO WS-DISPLAY-TOTAL
002650     DISPLAY "Visitors on the muster:     " WS-DISPLAY-TOTAL
002660     MOVE WS-ACCOUNTED-COUNT TO WS-DISPLAY-COUNT
002670     DISPLAY "Already accounted for:      " WS-DISPLAY-COUNT
002680     IF WS-NO-ID-COUNT > ZERO
002690         MOVE WS-NO-ID-COUNT TO WS-DISPLAY-COUNT
002700         DISPLAY "On the muster with no ID:   " WS-DISPLAY-COUNT
002710             " - key * for the ID, then the name."
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------
002770* 1100-LOAD-MUSTER - TABLE EVERY VISITOR ON THE MUSTER SNAPSHOT
002780*                  AND TAKE THE SNAPSHOT'S DATE AND TIME FROM
002790*                  ITS HEADER.
002800*----------------------------------------------------------------
002810 1100-LOAD-MUSTER.
002820     OPEN INPUT MusterFile
002830     IF NOT MUSTER-OK
002840         IF MUSTER-FILE-NOT-FOUND
002850             DISPLAY "RollCall: no muster snapshot on file - "
002860                 "print the on-site list first."
002870         ELSE
002880             DISPLAY "RollCall: MUSTER open failed, "
002890                 "file status " WS-MUSTER-STATUS
002900         END-IF
002910         MOVE 'Y' TO WS-ABORT-SW
002920         GO TO 1100-EXIT
002930     END-IF
002940     MOVE 'N' TO WS-EOF-SW
002950     PERFORM 1110-LOAD-MUSTER-ENTRY THRU 1110-EXIT
002960         UNTIL FILE-AT-EOF
002970     CLOSE MusterFile
002980     IF WS-SNAP-DATE = SPACES
002990         DISPLAY "RollCall: muster snapshot has no header - "
003000             "print the on-site list again."
003010         MOVE 'Y' TO WS-ABORT-SW
003020     END-IF.
003030 1100-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------------
003070* 1110-LOAD-MUSTER-ENTRY - READ ONE SNAPSHOT RECORD AND TABLE IT,
003080*                  WITH ITS NAME IN UPPER CASE FOR MATCHING A
003090*                  VISITOR WHO HAS NO ID.
003100*----------------------------------------------------------------
003110 1110-LOAD-MUSTER-ENTRY.
003120     READ MusterFile
003130         AT END
003140             MOVE 'Y' TO WS-EOF-SW
003150             GO TO 1110-EXIT
003160     END-READ
003170     IF MUS-RECORD-TYPE = 'H'
003180         MOVE MUS-SNAP-DATE TO WS-SNAP-DATE
003190         MOVE MUS-SNAP-TIME TO WS-SNAP-TIME
003200         GO TO 1110-EXIT
003210     END-IF
003220     IF WS-MUSTER-COUNT NOT < WS-MUSTER-MAX
003230         DISPLAY "RollCall: muster table full, "
003240             "visitor not tabled: " MUS-NAME
003250         GO TO 1110-EXIT
003260     END-IF
003270     ADD 1 TO WS-MUSTER-COUNT
003280     MOVE MUS-VISITOR-ID TO WS-MT-VISITOR-ID (WS-MUSTER-COUNT)
003290     MOVE MUS-NAME TO WS-MT-NAME (WS-MUSTER-COUNT)
003300     MOVE MUS-NAME TO WS-MT-MATCH-NAME (WS-MUSTER-COUNT)
003310     INSPECT WS-MT-MATCH-NAME (WS-MUSTER-COUNT)
003320         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003330         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003340     IF MUS-VISITOR-ID = SPACES
003350         ADD 1 TO WS-NO-ID-COUNT
003360     END-IF
003370     MOVE MUS-DEPARTMENT TO WS-MT-DEPARTMENT (WS-MUSTER-COUNT)
003380     MOVE MUS-ARRIVAL-TIME
003390         TO WS-MT-ARRIVAL-TIME (WS-MUSTER-COUNT)
003400     MOVE 'N' TO WS-MT-ACCOUNTED-SW (WS-MUSTER-COUNT)
003410     MOVE SPACES TO WS-MT-WARDEN-ID (WS-MUSTER-COUNT)
003420     MOVE SPACES TO WS-MT-ASSEMBLY-POINT (WS-MUSTER-COUNT).
003430 1110-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470* 1200-LOAD-ROLL-CALL - APPLY EVERY ROLL-CALL RECORD ALREADY
003480*                  FILED AGAINST THIS SNAPSHOT, SO A WARDEN WHO
003490*                  REPORTS AFTER ANOTHER SEES THE COMBINED
003500*                  RESULT.  NO FILE YET MEANS NO ROLL-CALL HAS
003510*                  EVER BEEN TAKEN.
003520*----------------------------------------------------------------
003530 1200-LOAD-ROLL-CALL.
003540     OPEN INPUT RollCallFile
003550     IF NOT RC-OK
003560         IF NOT RC-FILE-NOT-FOUND
003570             DISPLAY "RollCall: ROLLCALL open failed, "
003580                 "file status " WS-RC-STATUS
003590         END-IF
003600         GO TO 1200-EXIT
003610     END-IF
003620     MOVE 'N' TO WS-EOF-SW
003630     PERFORM 1210-APPLY-FILED-ENTRY THRU 1210-EXIT
003640         UNTIL FILE-AT-EOF
003650     CLOSE RollCallFile.
003660 1200-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------
003700* 1210-APPLY-FILED-ENTRY - READ ONE FILED ROLL-CALL RECORD AND
003710*                  APPLY IT WHEN IT BELONGS TO THIS SNAPSHOT.
003720*----------------------------------------------------------------
003730 1210-APPLY-FILED-ENTRY.
003740     READ RollCallFile
003750         AT END
003760             MOVE 'Y' TO WS-EOF-SW
003770             GO TO 1210-EXIT
003780     END-READ
003790     IF RC-SNAP-DATE NOT = WS-SNAP-DATE
003800         OR RC-SNAP-TIME NOT = WS-SNAP-TIME
003810         GO TO 1210-EXIT
003820     END-IF
003830     ADD 1 TO WS-PRIOR-COUNT
003840     PERFORM 2300-APPLY-ENTRY THRU 2300-EXIT.
003850 1210-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* 2000-TAKE-ROLL-CALL - TAKE ONE WARDEN'S REPORT: THE WARDEN ID
003900*                  AND ASSEMBLY POINT, THEN EVERY VISITOR ID THE
003910*                  WARDEN HAS ACCOUNTED FOR.  A BLANK WARDEN ID
003920*                  ENDS THE ROLL-CALL.
003930*----------------------------------------------------------------
003940 2000-TAKE-ROLL-CALL.
003950     DISPLAY "Warden ID (leave blank to finish): "
003960     ACCEPT WS-WARDEN-ID FROM KEYBOARD
003970     IF WS-WARDEN-ID = SPACES
003980         MOVE 'Y' TO WS-ROLL-CALL-DONE-SW
003990         GO TO 2000-EXIT
004000     END-IF
004010     MOVE SPACES TO WS-ASSEMBLY-POINT
004020     PERFORM 2050-ACCEPT-POINT THRU 2050-EXIT
004030         UNTIL WS-ASSEMBLY-POINT NOT = SPACES
004040     MOVE 'N' TO WS-WARDEN-DONE-SW
004050     PERFORM 2100-ACCEPT-VISITOR THRU 2100-EXIT
004060         UNTIL WARDEN-DONE
004070     MOVE WS-ACCOUNTED-COUNT TO WS-DISPLAY-COUNT
004080     MOVE WS-MUSTER-COUNT TO WS-DISPLAY-TOTAL
004090     DISPLAY "Accounted for so far: " WS-DISPLAY-COUNT
004100         " of " WS-DISPLAY-TOTAL.
004110 2000-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------
004150* 2050-ACCEPT-POINT - ACCEPT THE WARDEN'S ASSEMBLY POINT.
004160*----------------------------------------------------------------
004170 2050-ACCEPT-POINT.
004180     DISPLAY "Assembly point: "
004190     ACCEPT WS-ASSEMBLY-POINT FROM KEYBOARD
004200     IF WS-ASSEMBLY-POINT = SPACES
004210         DISPLAY "Assembly point is required."
004220     END-IF.
004230 2050-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 2100-ACCEPT-VISITOR - ACCEPT ONE VISITOR ID FROM THE WARDEN,
004280*                  FILE IT, AND TELL THE WARDEN WHAT IT MATCHED.
004290*                  A BLANK ID ENDS THIS WARDEN'S REPORT.  AN ID
004300*                  OF * MEANS THE VISITOR HAS NONE: THE NAME IS
004310*                  ASKED FOR AND FILED INSTEAD.
004320*----------------------------------------------------------------
004330 2100-ACCEPT-VISITOR.
004340     DISPLAY "Visitor ID accounted for (* if none, blank when "
004350         "done): "
004360     ACCEPT WS-ENTERED-ID FROM KEYBOARD
004370     IF WS-ENTERED-ID = SPACES
004380         MOVE 'Y' TO WS-WARDEN-DONE-SW
004390         GO TO 2100-EXIT
004400     END-IF
004410     MOVE SPACES TO WS-ENTERED-NAME
004420     IF ENTRY-BY-NAME
004430         MOVE SPACES TO WS-ENTERED-ID
004440         PERFORM 2150-ACCEPT-NAME THRU 2150-EXIT
004450         IF WS-ENTERED-NAME = SPACES
004460             GO TO 2100-EXIT
004470         END-IF
004480     END-IF
004490     ACCEPT WS-CURRENT-TIME FROM TIME
004500     MOVE SPACES TO ROLL-CALL-RECORD
004510     MOVE WS-SNAP-DATE TO RC-SNAP-DATE
004520     MOVE WS-SNAP-TIME TO RC-SNAP-TIME
004530     MOVE WS-CURRENT-DATE TO RC-DATE
004540     MOVE WS-CURRENT-TIME TO RC-TIME
004550     MOVE WS-WARDEN-ID TO RC-WARDEN-ID
004560     MOVE WS-ASSEMBLY-POINT TO RC-ASSEMBLY-POINT
004570     MOVE WS-ENTERED-ID TO RC-VISITOR-ID
004580     MOVE WS-ENTERED-NAME TO RC-NAME
004590     MOVE WS-OPERATOR-ID TO RC-OPERATOR-ID
004600     PERFORM 2300-APPLY-ENTRY THRU 2300-EXIT
004610     IF NEWLY-ACCOUNTED OR ALREADY-ACCOUNTED
004620         MOVE 'Y' TO RC-ON-MUSTER
004630     ELSE
004640         MOVE 'N' TO RC-ON-MUSTER
004650     END-IF
004660     WRITE ROLL-CALL-RECORD
004670     ADD 1 TO WS-KEYED-COUNT
004680     IF NEWLY-ACCOUNTED
004690         DISPLAY "Accounted for: " WS-MT-NAME (WS-FOUND-SUB)
004700         GO TO 2100-EXIT
004710     END-IF
004720     IF ALREADY-ACCOUNTED
004730         DISPLAY "Already accounted for by warden "
004740             WS-MT-WARDEN-ID (WS-FOUND-SUB) " at "
004750             WS-MT-ASSEMBLY-POINT (WS-FOUND-SUB)
004760         GO TO 2100-EXIT
004770     END-IF
004780     IF EXTRA-TABLE-FULL
004790         DISPLAY "*** NOT ON THE MUSTER - filed, but too "
004800             "many to list on the exceptions report."
004810     ELSE
004820         IF WS-ENTERED-ID = SPACES
004830             DISPLAY "*** NOT ON THE MUSTER WITHOUT AN ID - "
004840                 "filed as an exception: " WS-ENTERED-NAME
004850         ELSE
004860             DISPLAY "*** NOT ON THE MUSTER - filed as an "
004870                 "exception: " WS-ENTERED-ID
004880         END-IF
004890     END-IF.
004900 2100-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
004940* 2150-ACCEPT-NAME - ACCEPT THE NAME OF A VISITOR WITH NO ID, IN
004950*                  UPPER CASE SO IT MATCHES HOWEVER IT WAS KEYED
004960*                  AT THE DESK.  A BLANK NAME FILES NOTHING.
004970*----------------------------------------------------------------
004980 2150-ACCEPT-NAME.
004990     DISPLAY "Visitor name as on the on-site list: "
005000     ACCEPT WS-ENTERED-NAME FROM KEYBOARD
005010     IF WS-ENTERED-NAME = SPACES
005020         DISPLAY "No name keyed - nothing filed."
005030         GO TO 2150-EXIT
005040     END-IF
005050     INSPECT WS-ENTERED-NAME
005060         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005070         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005080 2150-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120* 2300-APPLY-ENTRY - APPLY THE ROLL-CALL RECORD IN THE RECORD
005130*                  AREA.  A VISITOR ON THE SNAPSHOT IS MARKED
005140*                  ACCOUNTED FOR BY THE FIRST WARDEN TO REPORT
005150*                  THEM; ANY OTHER ID IS TABLED ONCE AS
005160*                  ACCOUNTED FOR BUT NOT ON THE SNAPSHOT.  A
005170*                  RECORD WITH NO ID IS MATCHED BY NAME AGAINST
005180*                  THE SNAPSHOT ENTRIES WITH NO ID, TAKING AN
005190*                  ENTRY NOT YET ACCOUNTED FOR FIRST SO TWO
005200*                  WALK-INS OF THE SAME NAME ARE BOTH CLEARED.
005210*----------------------------------------------------------------
005220 2300-APPLY-ENTRY.
005230     MOVE ZERO TO WS-FOUND-SUB
005240     MOVE '1' TO WS-NAME-PASS-SW
005250     MOVE 1 TO WS-SUB
005260     PERFORM 2310-MATCH-MUSTER THRU 2310-EXIT
005270         UNTIL WS-SUB > WS-MUSTER-COUNT
005280             OR WS-FOUND-SUB > ZERO
005290     IF WS-FOUND-SUB = ZERO
005300         AND RC-VISITOR-ID = SPACES
005310         MOVE '2' TO WS-NAME-PASS-SW
005320         MOVE 1 TO WS-SUB
005330         PERFORM 2310-MATCH-MUSTER THRU 2310-EXIT
005340             UNTIL WS-SUB > WS-MUSTER-COUNT
005350                 OR WS-FOUND-SUB > ZERO
005360     END-IF
005370     IF WS-FOUND-SUB > ZERO
005380         IF WS-MT-ACCOUNTED-SW (WS-FOUND-SUB) = 'Y'
005390             MOVE 'A' TO WS-APPLY-RESULT
005400         ELSE
005410             MOVE 'N' TO WS-APPLY-RESULT
005420             MOVE 'Y' TO WS-MT-ACCOUNTED-SW (WS-FOUND-SUB)
005430             MOVE RC-WARDEN-ID
005440                 TO WS-MT-WARDEN-ID (WS-FOUND-SUB)
005450             MOVE RC-ASSEMBLY-POINT
005460                 TO WS-MT-ASSEMBLY-POINT (WS-FOUND-SUB)
005470             ADD 1 TO WS-ACCOUNTED-COUNT
005480         END-IF
005490         GO TO 2300-EXIT
005500     END-IF
005510     MOVE 1 TO WS-SUB
005520     PERFORM 2320-MATCH-EXTRA THRU 2320-EXIT
005530         UNTIL WS-SUB > WS-EXTRA-COUNT
005540             OR WS-FOUND-SUB > ZERO
005550     IF WS-FOUND-SUB > ZERO
005560         MOVE 'R' TO WS-APPLY-RESULT
005570         GO TO 2300-EXIT
005580     END-IF
005590     IF WS-EXTRA-COUNT NOT < WS-EXTRA-MAX
005600         MOVE 'F' TO WS-APPLY-RESULT
005610         GO TO 2300-EXIT
005620     END-IF
005630     MOVE 'X' TO WS-APPLY-RESULT
005640     ADD 1 TO WS-EXTRA-COUNT
005650     MOVE RC-VISITOR-ID TO WS-XT-VISITOR-ID (WS-EXTRA-COUNT)
005660     MOVE RC-WARDEN-ID TO WS-XT-WARDEN-ID (WS-EXTRA-COUNT)
005670     MOVE RC-ASSEMBLY-POINT
005680         TO WS-XT-ASSEMBLY-POINT (WS-EXTRA-COUNT)
005690     MOVE RC-TIME TO WS-XT-TIME (WS-EXTRA-COUNT)
005700     MOVE RC-NAME TO WS-XT-NAME (WS-EXTRA-COUNT).
005710 2300-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------
005750* 2310-MATCH-MUSTER - COMPARE ONE SNAPSHOT ENTRY AGAINST THE
005760*                  VISITOR ID BEING APPLIED, OR, FOR A RECORD
005770*                  WITH NO ID, AGAINST ITS NAME.
005780*----------------------------------------------------------------
005790 2310-MATCH-MUSTER.
005800     IF RC-VISITOR-ID NOT = SPACES
005810         IF WS-MT-VISITOR-ID (WS-SUB) = RC-VISITOR-ID
005820             MOVE WS-SUB TO WS-FOUND-SUB
005830             GO TO 2310-EXIT
005840         END-IF
005850         ADD 1 TO WS-SUB
005860         GO TO 2310-EXIT
005870     END-IF
005880     IF WS-MT-VISITOR-ID (WS-SUB) = SPACES
005890         AND WS-MT-MATCH-NAME (WS-SUB) = RC-NAME
005900         AND (WS-MT-ACCOUNTED-SW (WS-SUB) NOT = 'Y'
005910             OR NOT MATCH-OPEN-ENTRIES-ONLY)
005920         MOVE WS-SUB TO WS-FOUND-SUB
005930     ELSE
005940         ADD 1 TO WS-SUB
005950     END-IF.
005960 2310-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 2320-MATCH-EXTRA - COMPARE ONE NOT-ON-SNAPSHOT ENTRY AGAINST
006010*                  THE VISITOR ID (OR, WITH NO ID, THE NAME)
006020*                  BEING APPLIED.
006030*----------------------------------------------------------------
006040 2320-MATCH-EXTRA.
006050     IF WS-XT-VISITOR-ID (WS-SUB) = RC-VISITOR-ID
006060         AND WS-XT-NAME (WS-SUB) = RC-NAME
006070         MOVE WS-SUB TO WS-FOUND-SUB
006080     ELSE
006090         ADD 1 TO WS-SUB
006100     END-IF.
006110 2320-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------
006150* 4000-PRINT-EXCEPTIONS - PRINT THE VISITORS ON THE SNAPSHOT NOT
006160*                  YET ACCOUNTED FOR, THEN THE PEOPLE ACCOUNTED
006170*                  FOR WHO WERE NOT ON IT, THEN THE TOTALS.  THE
006180*                  UNACCOUNTED COUNT GOES TO THE CONSOLE AS WELL
006190*                  FOR THE FIRE MARSHAL.
006200*----------------------------------------------------------------
006210 4000-PRINT-EXCEPTIONS.
006220     ACCEPT WS-CURRENT-TIME FROM TIME
006230     MOVE ZERO TO WS-UNACCOUNTED-COUNT
006240     OPEN OUTPUT PrintFile
006250     PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
006260
006270     MOVE SPACES TO WS-PRINT-WORK
006280     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006290     MOVE "NOT ACCOUNTED FOR" TO WS-PRINT-WORK
006300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006310     MOVE WS-UNACCOUNTED-HEADING TO WS-PRINT-WORK
006320     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006330     MOVE 1 TO WS-SUB
006340     PERFORM 4100-PRINT-UNACCOUNTED THRU 4100-EXIT
006350         UNTIL WS-SUB > WS-MUSTER-COUNT
006360     IF WS-UNACCOUNTED-COUNT = ZERO
006370         MOVE "  (NONE - ALL ACCOUNTED FOR)" TO WS-PRINT-WORK
006380         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006390     END-IF
006400
006410     MOVE SPACES TO WS-PRINT-WORK
006420     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006430     MOVE "ACCOUNTED FOR BUT NOT ON THE MUSTER" TO WS-PRINT-WORK
006440     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006450     MOVE WS-EXTRA-HEADING TO WS-PRINT-WORK
006460     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006470     MOVE 1 TO WS-SUB
006480     PERFORM 4200-PRINT-EXTRA THRU 4200-EXIT
006490         UNTIL WS-SUB > WS-EXTRA-COUNT
006500     IF WS-EXTRA-COUNT = ZERO
006510         MOVE "  (NONE)" TO WS-PRINT-WORK
006520         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006530     END-IF
006540
006550     PERFORM 4300-PRINT-TOTALS THRU 4300-EXIT
006560     CLOSE PrintFile
006570     MOVE WS-UNACCOUNTED-COUNT TO WS-DISPLAY-COUNT
006580     MOVE WS-MUSTER-COUNT TO WS-DISPLAY-TOTAL
006590     DISPLAY "*** NOT ACCOUNTED FOR: " WS-DISPLAY-COUNT
006600         " of " WS-DISPLAY-TOTAL " - see the exceptions list."
006610     MOVE WS-EXTRA-COUNT TO WS-DISPLAY-COUNT
006620     DISPLAY "Accounted for but not on the muster: "
006630         WS-DISPLAY-COUNT.
006640 4000-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------
006680* 4100-PRINT-UNACCOUNTED - PRINT ONE SNAPSHOT ENTRY NOBODY HAS
006690*                  ACCOUNTED FOR.
006700*----------------------------------------------------------------
006710 4100-PRINT-UNACCOUNTED.
006720     IF WS-MT-ACCOUNTED-SW (WS-SUB) NOT = 'Y'
006730         ADD 1 TO WS-UNACCOUNTED-COUNT
006740         MOVE WS-MT-ARRIVAL-TIME (WS-SUB) TO WS-UL-ARRIVAL-TIME
006750         MOVE WS-MT-VISITOR-ID (WS-SUB) TO WS-UL-VISITOR-ID
006760         MOVE WS-MT-NAME (WS-SUB) TO WS-UL-NAME
006770         MOVE WS-MT-DEPARTMENT (WS-SUB) TO WS-UL-DEPARTMENT
006780         MOVE WS-UNACCOUNTED-LINE TO WS-PRINT-WORK
006790         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006800     END-IF
006810     ADD 1 TO WS-SUB.
006820 4100-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860* 4200-PRINT-EXTRA - PRINT ONE PERSON ACCOUNTED FOR WHO WAS NOT
006870*                  ON THE SNAPSHOT.
006880*----------------------------------------------------------------
006890 4200-PRINT-EXTRA.
006900     MOVE WS-XT-VISITOR-ID (WS-SUB) TO WS-XL-VISITOR-ID
006910     MOVE WS-XT-WARDEN-ID (WS-SUB) TO WS-XL-WARDEN-ID
006920     MOVE WS-XT-ASSEMBLY-POINT (WS-SUB) TO WS-XL-ASSEMBLY-POINT
006930     MOVE WS-XT-TIME (WS-SUB) TO WS-XL-TIME
006940     MOVE WS-XT-NAME (WS-SUB) TO WS-XL-NAME
006950     MOVE WS-EXTRA-LINE TO WS-PRINT-WORK
006960     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006970     ADD 1 TO WS-SUB.
006980 4200-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020* 4300-PRINT-TOTALS - PRINT THE ROLL-CALL TOTALS.
007030*----------------------------------------------------------------
007040 4300-PRINT-TOTALS.
007050     MOVE SPACES TO WS-PRINT-WORK
007060     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007070     MOVE "VISITORS ON THE MUSTER:" TO WS-TL-LABEL
007080     MOVE WS-MUSTER-COUNT TO WS-TL-COUNT
007090     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
007100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007110     MOVE "ACCOUNTED FOR:" TO WS-TL-LABEL
007120     MOVE WS-ACCOUNTED-COUNT TO WS-TL-COUNT
007130     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
007140     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007150     MOVE "NOT ACCOUNTED FOR:" TO WS-TL-LABEL
007160     MOVE WS-UNACCOUNTED-COUNT TO WS-TL-COUNT
007170     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
007180     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007190     MOVE "ACCOUNTED FOR, NOT ON THE MUSTER:" TO WS-TL-LABEL
007200     MOVE WS-EXTRA-COUNT TO WS-TL-COUNT
007210     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
007220     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007230     MOVE "ROLL-CALL ENTRIES FILED EARLIER:" TO WS-TL-LABEL
007240     MOVE WS-PRIOR-COUNT TO WS-TL-COUNT
007250     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
007260     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007270     MOVE "ROLL-CALL ENTRIES FILED THIS RUN:" TO WS-TL-LABEL
007280     MOVE WS-KEYED-COUNT TO WS-TL-COUNT
007290     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
007300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007310 4300-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------
007350* 8100-WRITE-REPORT-LINE - WRITE THE LINE IN WS-PRINT-WORK,
007360*                  BREAKING THE PAGE WHEN FULL.
007370*----------------------------------------------------------------
007380 8100-WRITE-REPORT-LINE.
007390     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
007400         PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
007410     END-IF
007420     WRITE PRINT-LINE FROM WS-PRINT-WORK
007430     ADD 1 TO WS-LINE-COUNT.
007440 8100-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------
007480* 8200-WRITE-HEADING - START A NEW PAGE WITH THE REPORT HEADING
007490*                  AND THE SNAPSHOT THE ROLL-CALL WAS TAKEN
007500*                  AGAINST.
007510*----------------------------------------------------------------
007520 8200-WRITE-HEADING.
007530     ADD 1 TO WS-PAGE-COUNT
007540     MOVE WS-CURRENT-DATE TO WS-HL1-DATE
007550     MOVE WS-CURRENT-TIME TO WS-HL1-TIME
007560     MOVE WS-PAGE-COUNT TO WS-HL1-PAGE
007570     WRITE PRINT-LINE FROM WS-HEADING-LINE-1
007580     MOVE WS-SNAP-DATE TO WS-SL-DATE
007590     MOVE WS-SNAP-TIME TO WS-SL-TIME
007600     WRITE PRINT-LINE FROM WS-SNAPSHOT-LINE
007610     MOVE ZERO TO WS-LINE-COUNT.
007620 8200-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------------
007660* 9000-TERMINATE - CLOSE THE ROLL-CALL FILE AND END THE RUN.
007670*                  THE REPORT WAS CLOSED WHEN IT WAS PRINTED.
007680*----------------------------------------------------------------
007690 9000-TERMINATE.
007700     CLOSE RollCallFile.
007710 9000-EXIT.
007720     EXIT.
