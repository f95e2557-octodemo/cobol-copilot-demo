000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PreRegFeed.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - APPLY THE NIGHTLY ADD/
000110*                  CHANGE/CANCEL FEED FROM THE CORPORATE MEETING
000120*                  SCHEDULER (SCHEDIN) TO THE PRE-REGISTRATION
000130*                  FILE (PREREG) BY PR-REG-KEY, SO A MEETING
000140*                  BOOKED IN THE SCHEDULER NO LONGER HAS TO BE
000150*                  RE-KEYED IN PreRegMaint.  EACH TRANSACTION IS
000160*                  EDITED THE WAY PreRegMaint EDITS A KEYBOARD
000170*                  ENTRY, THE HOST IS CHECKED ON THE HOST
000180*                  DIRECTORY THE WAY RosterEdit CHECKS IT, AND
000190*                  THE VISITOR IS SCREENED AGAINST THE WATCHLIST
000200*                  ENTRIES IN FORCE TODAY.  REJECTS GO TO THE
000210*                  ERROR REPORT (SCHEDERR) WITH THE LINE NUMBER
000220*                  AND REASON, FOLLOWED BY CONTROL TOTALS THAT
000230*                  BALANCE TRANSACTIONS READ AGAINST THOSE
000240*                  APPLIED AND REJECTED.  RUNS AS THE LAST STEP
000250*                  OF NightRun: RETURN-CODE 8 WHEN THE RUN
000260*                  ABORTS, 4 WHEN ANYTHING WAS REJECTED OR THE
000270*                  TOTALS DO NOT BALANCE, ELSE 0.  NO FEED ON
000280*                  FILE IS NOTHING TO APPLY, NOT A FAILURE.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT FeedFile ASSIGN TO "SCHEDIN"
000350         ORGANIZATION LINE SEQUENTIAL
000360         FILE STATUS IS WS-FEED-STATUS.
000370
000380     SELECT PreRegFile ASSIGN TO "PREREG"
000390         ORGANIZATION INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PR-REG-KEY
000420         FILE STATUS IS WS-PR-STATUS.
000430
000440     SELECT HostDirFile ASSIGN TO "HOSTDIR"
000450         ORGANIZATION INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS HD-HOST-ID
000480         ALTERNATE RECORD KEY IS HD-NAME
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-HD-STATUS.
000510
000520     SELECT WatchFile ASSIGN TO "WATCHLST"
000530         ORGANIZATION LINE SEQUENTIAL
000540         FILE STATUS IS WS-WATCH-STATUS.
000550
000560     SELECT PrintFile ASSIGN TO "SCHEDERR"
000570         ORGANIZATION LINE SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  FeedFile.
000620 01  SCHED-FEED-RECORD.
000630     COPY SchedFeedRecord.
000640
000650 FD  PreRegFile.
000660 01  PREREG-RECORD.
000670     COPY PreRegRecord.
000680
000690 FD  HostDirFile.
000700 01  HOST-DIR-RECORD.
000710     COPY HostDirRecord.
000720
000730 FD  WatchFile.
000740 01  WATCHLIST-RECORD.
000750     COPY WatchlistRecord.
000760
000770 FD  PrintFile.
000780 01  PRINT-LINE                      PIC X(80).
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-FEED-STATUS                  PIC X(02).
000820     88  FEED-OK                         VALUE "00".
000830     88  FEED-FILE-NOT-FOUND             VALUE "35".
000840
000850 01  WS-PR-STATUS                    PIC X(02).
000860     88  PR-OK                           VALUE "00".
000870     88  PR-NOT-FOUND                    VALUE "23".
000880     88  PR-FILE-NOT-FOUND               VALUE "35".
000890
000900 01  WS-HD-STATUS                    PIC X(02).
000910     88  HD-OK                           VALUE "00".
000920     88  HD-FILE-NOT-FOUND               VALUE "35".
000930
000940 01  WS-WATCH-STATUS                 PIC X(02).
000950     88  WATCH-OK                        VALUE "00".
000960     88  WATCH-FILE-NOT-FOUND            VALUE "35".
000970     88  WATCH-AT-END                    VALUE "10".
000980
000990 77  WS-WATCH-MAX                    COMP PIC 9(03) VALUE 100.
001000
001010 01  WS-WATCH-TABLE.
001020     05  WS-WATCH-COUNT              COMP PIC 9(03) VALUE ZERO.
001030     05  WS-WATCH-ENTRY              OCCURS 100 TIMES.
001040         10  WS-WT-VISITOR-ID        PIC X(08).
001050         10  WS-WT-NAME              PIC X(40).
001060
001070 01  WS-CURRENT-DATE                 PIC X(08).
001080
001090 01  WS-REJECT-REASON                PIC X(24).
001100
001110*----------------------------------------------------------------
001120* CALENDAR CHECK OF ONE YYYYMMDD DATE.  THE MONTH LENGTHS ARE
001130* FOR A COMMON YEAR; FEBRUARY GAINS A DAY IN A LEAP YEAR.
001140*----------------------------------------------------------------
001150 01  WS-DATE-CHECK.
001160     05  WS-DC-DATE                  PIC X(08).
001170     05  WS-DC-DATE-N REDEFINES WS-DC-DATE.
001180         10  WS-DC-YEAR              PIC 9(04).
001190         10  WS-DC-MONTH             PIC 9(02).
001200         10  WS-DC-DAY               PIC 9(02).
001210     05  WS-DC-LAST-DAY              PIC 9(02).
001220     05  WS-DC-QUOTIENT              COMP PIC 9(04).
001230     05  WS-DC-REM-4                 COMP PIC 9(04).
001240     05  WS-DC-REM-100               COMP PIC 9(04).
001250     05  WS-DC-REM-400               COMP PIC 9(04).
001260
001270 01  WS-MONTH-DAYS-VALUES            PIC X(24)
001280         VALUE "312831303130313130313031".
001290 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001300     05  WS-MONTH-DAYS               PIC 9(02)
001310                                     OCCURS 12 TIMES.
001320
001330 01  WS-LAST-VISIT-DATE              PIC X(08).
001340
001350 01  WS-SWITCHES.
001360     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001370         88  FEED-AT-EOF                 VALUE 'Y'.
001380     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001390         88  ABORT-RUN                   VALUE 'Y'.
001400     05  WS-NO-FEED-SW               PIC X(01) VALUE 'N'.
001410         88  NO-FEED-ON-FILE             VALUE 'Y'.
001420     05  WS-FEED-OPEN-SW             PIC X(01) VALUE 'N'.
001430         88  FEED-OPEN                   VALUE 'Y'.
001440     05  WS-PREREG-OPEN-SW           PIC X(01) VALUE 'N'.
001450         88  PREREG-OPEN                 VALUE 'Y'.
001460     05  WS-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
001470         88  HOST-DIR-AVAILABLE          VALUE 'Y'.
001480     05  WS-WATCH-LOADED-SW          PIC X(01) VALUE 'N'.
001490         88  WATCHLIST-LOADED            VALUE 'Y'.
001500     05  WS-WATCH-HIT-SW             PIC X(01) VALUE 'N'.
001510         88  WATCHLIST-HIT               VALUE 'Y'.
001520     05  WS-DATE-GOOD-SW             PIC X(01) VALUE 'N'.
001530         88  DATE-GOOD                   VALUE 'Y'.
001540     05  WS-PATTERN-GOOD-SW          PIC X(01) VALUE 'N'.
001550         88  PATTERN-GOOD                VALUE 'Y'.
001560     05  WS-BALANCED-SW              PIC X(01) VALUE 'N'.
001570         88  TOTALS-BALANCE              VALUE 'Y'.
001580
001590 01  WS-COUNTERS.
001600     05  WS-READ-COUNT               COMP PIC 9(05) VALUE ZERO.
001610     05  WS-ADDED-COUNT              COMP PIC 9(05) VALUE ZERO.
001620     05  WS-CHANGED-COUNT            COMP PIC 9(05) VALUE ZERO.
001630     05  WS-CANCELLED-COUNT          COMP PIC 9(05) VALUE ZERO.
001640     05  WS-APPLIED-COUNT            COMP PIC 9(05) VALUE ZERO.
001650     05  WS-REJECTED-COUNT           COMP PIC 9(05) VALUE ZERO.
001660     05  WS-CHECK-COUNT              COMP PIC 9(05) VALUE ZERO.
001670     05  WS-WATCH-SUB                COMP PIC 9(03) VALUE ZERO.
001680     05  WS-PATTERN-SUB              COMP PIC 9(03) VALUE ZERO.
001690     05  WS-LINE-COUNT               COMP PIC 9(03) VALUE ZERO.
001700     05  WS-PAGE-COUNT               COMP PIC 9(03) VALUE ZERO.
001710     05  WS-MAX-LINES-PER-PAGE       COMP PIC 9(03) VALUE 50.
001720
001730 01  WS-HEADING-LINE-1.
001740     05  FILLER                      PIC X(34)
001750             VALUE "SCHEDULER PRE-REGISTRATION FEED".
001760     05  FILLER                      PIC X(06) VALUE "DATE:".
001770     05  WS-HL1-DATE                 PIC X(08).
001780     05  FILLER                      PIC X(07) VALUE "  PAGE:".
001790     05  WS-HL1-PAGE                 PIC ZZZ9.
001800
001810 01  WS-HEADING-LINE-2.
001820     05  FILLER                      PIC X(06) VALUE "LINE".
001830     05  FILLER                      PIC X(03) VALUE "A".
001840     05  FILLER                      PIC X(25) VALUE "REASON".
001850     05  FILLER                      PIC X(09) VALUE "ID".
001860     05  FILLER                      PIC X(09) VALUE "FROM".
001870     05  FILLER                      PIC X(04) VALUE "NAME".
001880
001890 01  WS-ERROR-LINE.
001900     05  WS-EL-LINE-NO               PIC ZZZZ9.
001910     05  FILLER                      PIC X(01) VALUE SPACE.
001920     05  WS-EL-ACTION                PIC X(01).
001930     05  FILLER                      PIC X(02) VALUE SPACES.
001940     05  WS-EL-REASON                PIC X(24).
001950     05  FILLER                      PIC X(01) VALUE SPACE.
001960     05  WS-EL-VISITOR-ID            PIC X(08).
001970     05  FILLER                      PIC X(01) VALUE SPACE.
001980     05  WS-EL-FROM-DATE             PIC X(08).
001990     05  FILLER                      PIC X(01) VALUE SPACE.
002000     05  WS-EL-NAME                  PIC X(28).
002010
002020 01  WS-TOTAL-LINE.
002030     05  WS-TL-LABEL                 PIC X(30).
002040     05  WS-TL-COUNT                 PIC ZZZZ9.
002050
002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002090     IF NOT ABORT-RUN
002100         PERFORM 2000-APPLY-FEED THRU 2000-EXIT
002110             UNTIL FEED-AT-EOF
002120         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002130     END-IF
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT
002150     IF ABORT-RUN
002160         MOVE 8 TO RETURN-CODE
002170     ELSE
002180         MOVE ZERO TO RETURN-CODE
002190         IF WS-REJECTED-COUNT > ZERO
002200             OR NOT TOTALS-BALANCE
002210             MOVE 4 TO RETURN-CODE
002220         END-IF
002230     END-IF
002240     GOBACK.
002250
002260*----------------------------------------------------------------
002270* 1000-INITIALIZE - RESET THE RUN, OPEN THE FEED, THE
002280*                  PRE-REGISTRATION FILE (CREATED ON FIRST USE,
002290*                  AS PreRegMaint DOES), THE HOST DIRECTORY AND
002300*                  THE ERROR REPORT, AND LOAD THE WATCHLIST.
002310*----------------------------------------------------------------
002320 1000-INITIALIZE.
002330     MOVE 'N' TO WS-EOF-SW
002340     MOVE 'N' TO WS-ABORT-SW
002350     MOVE 'N' TO WS-NO-FEED-SW
002360     MOVE 'N' TO WS-FEED-OPEN-SW
002370     MOVE 'N' TO WS-PREREG-OPEN-SW
002380     MOVE 'N' TO WS-HOSTDIR-OPEN-SW
002390     MOVE 'Y' TO WS-BALANCED-SW
002400     MOVE ZERO TO WS-READ-COUNT
002410     MOVE ZERO TO WS-ADDED-COUNT
002420     MOVE ZERO TO WS-CHANGED-COUNT
002430     MOVE ZERO TO WS-CANCELLED-COUNT
002440     MOVE ZERO TO WS-APPLIED-COUNT
002450     MOVE ZERO TO WS-REJECTED-COUNT
002460     MOVE ZERO TO WS-LINE-COUNT
002470     MOVE ZERO TO WS-PAGE-COUNT
002480     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002490     OPEN OUTPUT PrintFile
002500     PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
002510     OPEN INPUT FeedFile
002520     IF NOT FEED-OK
002530         IF FEED-FILE-NOT-FOUND
002540             DISPLAY "PreRegFeed: no scheduler feed on file - "
002550                 "nothing to apply."
002560             MOVE 'Y' TO WS-NO-FEED-SW
002570             MOVE 'Y' TO WS-EOF-SW
002580         ELSE
002590             DISPLAY "PreRegFeed: unable to open SCHEDIN, "
002600                 "file status " WS-FEED-STATUS
002610             MOVE 'Y' TO WS-ABORT-SW
002620         END-IF
002630         GO TO 1000-EXIT
002640     END-IF
002650     MOVE 'Y' TO WS-FEED-OPEN-SW
002660     OPEN I-O PreRegFile
002670     IF PR-FILE-NOT-FOUND
002680         OPEN OUTPUT PreRegFile
002690         CLOSE PreRegFile
002700         OPEN I-O PreRegFile
002710     END-IF
002720     IF NOT PR-OK
002730         DISPLAY "PreRegFeed: PREREG open failed, "
002740             "file status " WS-PR-STATUS
002750         MOVE 'Y' TO WS-ABORT-SW
002760         GO TO 1000-EXIT
002770     END-IF
002780     MOVE 'Y' TO WS-PREREG-OPEN-SW
002790     OPEN INPUT HostDirFile
002800     IF HD-OK
002810         MOVE 'Y' TO WS-HOSTDIR-OPEN-SW
002820     ELSE
002830         IF HD-FILE-NOT-FOUND
002840             DISPLAY "PreRegFeed: no host directory on file - "
002850                 "hosts not checked."
002860         ELSE
002870             DISPLAY "PreRegFeed: HOSTDIR open failed, "
002880                 "file status " WS-HD-STATUS
002890                 " - hosts not checked."
002900         END-IF
002910     END-IF
002920     PERFORM 1300-LOAD-WATCHLIST THRU 1300-EXIT
002930     PERFORM 2100-READ-FEED THRU 2100-EXIT.
002940 1000-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------
002980* 1300-LOAD-WATCHLIST - LOAD THE SECURITY WATCHLIST ENTRIES IN
002990*                  FORCE TODAY INTO THE SCREENING TABLE.  NO
003000*                  WATCHLIST ON FILE MEANS NOBODY IS REJECTED
003010*                  FOR IT, AND THE REPORT SAYS SO.
003020*----------------------------------------------------------------
003030 1300-LOAD-WATCHLIST.
003040     MOVE ZERO TO WS-WATCH-COUNT
003050     MOVE 'N' TO WS-WATCH-LOADED-SW
003060     OPEN INPUT WatchFile
003070     IF NOT WATCH-OK
003080         IF NOT WATCH-FILE-NOT-FOUND
003090             DISPLAY "PreRegFeed: WATCHLST open failed, "
003100                 "file status " WS-WATCH-STATUS
003110         END-IF
003120         GO TO 1300-EXIT
003130     END-IF
003140     MOVE 'Y' TO WS-WATCH-LOADED-SW
003150     PERFORM 1310-LOAD-WATCH-ENTRY THRU 1310-EXIT
003160         UNTIL WATCH-AT-END
003170             OR WS-WATCH-COUNT NOT < WS-WATCH-MAX
003180     IF NOT WATCH-AT-END
003190         DISPLAY "PreRegFeed: watchlist longer than the "
003200             "screening table - remainder not loaded."
003210     END-IF
003220     CLOSE WatchFile.
003230 1300-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------
003270* 1310-LOAD-WATCH-ENTRY - READ AND TABLE ONE WATCHLIST ENTRY
003280*                  THAT IS IN FORCE TODAY.  A BLANK EFFECTIVE
003290*                  DATE IS IN FORCE IMMEDIATELY AND A BLANK
003300*                  EXPIRY DATE NEVER LAPSES.
003310*----------------------------------------------------------------
003320 1310-LOAD-WATCH-ENTRY.
003330     READ WatchFile
003340         AT END
003350             CONTINUE
003360         NOT AT END
003370             IF (WL-EFFECTIVE-DATE = SPACES
003380                 OR WL-EFFECTIVE-DATE NOT > WS-CURRENT-DATE)
003390                 AND (WL-EXPIRY-DATE = SPACES
003400                 OR WL-EXPIRY-DATE NOT < WS-CURRENT-DATE)
003410                 ADD 1 TO WS-WATCH-COUNT
003420                 MOVE WL-VISITOR-ID
003430                     TO WS-WT-VISITOR-ID (WS-WATCH-COUNT)
003440                 MOVE WL-NAME TO WS-WT-NAME (WS-WATCH-COUNT)
003450             END-IF
003460     END-READ.
003470 1310-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------
003510* 2000-APPLY-FEED - EDIT ONE TRANSACTION, APPLY IT TO PREREG OR
003520*                  ROUTE IT TO THE ERROR REPORT, AND READ THE
003530*                  NEXT ONE.
003540*----------------------------------------------------------------
003550 2000-APPLY-FEED.
003560     PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT
003570     IF WS-REJECT-REASON = SPACES
003580         PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
003590     END-IF
003600     IF WS-REJECT-REASON = SPACES
003610         ADD 1 TO WS-APPLIED-COUNT
003620     ELSE
003630         PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
003640         ADD 1 TO WS-REJECTED-COUNT
003650     END-IF
003660     PERFORM 2100-READ-FEED THRU 2100-EXIT.
003670 2000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710* 2100-READ-FEED - READ AND COUNT THE NEXT TRANSACTION.
003720*----------------------------------------------------------------
003730 2100-READ-FEED.
003740     READ FeedFile
003750         AT END
003760             MOVE 'Y' TO WS-EOF-SW
003770         NOT AT END
003780             ADD 1 TO WS-READ-COUNT
003790     END-READ.
003800 2100-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------
003840* 3000-VALIDATE-TRANSACTION - APPLY THE EDITS TO ONE
003850*                  TRANSACTION.  THE FIRST FAILING EDIT NAMES THE
003860*                  REJECT REASON.  A CANCEL NEEDS ONLY ITS KEY;
003870*                  AN ADD OR CHANGE IS EDITED IN FULL, AND A
003880*                  VISITOR ON THE WATCHLIST IS NOT FILED.
003890*----------------------------------------------------------------
003900 3000-VALIDATE-TRANSACTION.
003910     MOVE SPACES TO WS-REJECT-REASON
003920
003930     IF SCHED-FEED-RECORD = SPACES
003940         MOVE "RECORD BLANK" TO WS-REJECT-REASON
003950         GO TO 3000-EXIT
003960     END-IF
003970
003980     IF NOT SCH-ADD
003990         AND NOT SCH-CHANGE
004000         AND NOT SCH-CANCEL
004010         MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
004020         GO TO 3000-EXIT
004030     END-IF
004040
004050     IF SCH-VISITOR-ID = SPACES
004060         MOVE "VISITOR ID MISSING" TO WS-REJECT-REASON
004070         GO TO 3000-EXIT
004080     END-IF
004090
004100     MOVE SCH-FROM-DATE TO WS-DC-DATE
004110     PERFORM 3100-CHECK-DATE THRU 3100-EXIT
004120     IF NOT DATE-GOOD
004130         MOVE "FIRST DATE BAD" TO WS-REJECT-REASON
004140         GO TO 3000-EXIT
004150     END-IF
004160
004170     IF SCH-CANCEL
004180         GO TO 3000-EXIT
004190     END-IF
004200
004210     IF SCH-NAME = SPACES
004220         MOVE "NAME MISSING" TO WS-REJECT-REASON
004230         GO TO 3000-EXIT
004240     END-IF
004250
004260     IF SCH-NAME IS NOT ALPHABETIC
004270         MOVE "NAME NOT LETTERS" TO WS-REJECT-REASON
004280         GO TO 3000-EXIT
004290     END-IF
004300
004310     MOVE SCH-FROM-DATE TO WS-LAST-VISIT-DATE
004320     IF SCH-TO-DATE NOT = SPACES
004330         MOVE SCH-TO-DATE TO WS-DC-DATE
004340         PERFORM 3100-CHECK-DATE THRU 3100-EXIT
004350         IF NOT DATE-GOOD
004360             MOVE "LAST DATE BAD" TO WS-REJECT-REASON
004370             GO TO 3000-EXIT
004380         END-IF
004390         IF SCH-TO-DATE < SCH-FROM-DATE
004400             MOVE "LAST DATE BEFORE FIRST" TO WS-REJECT-REASON
004410             GO TO 3000-EXIT
004420         END-IF
004430         MOVE SCH-TO-DATE TO WS-LAST-VISIT-DATE
004440     END-IF
004450
004460     IF WS-LAST-VISIT-DATE < WS-CURRENT-DATE
004470         MOVE "VISIT ALREADY PAST" TO WS-REJECT-REASON
004480         GO TO 3000-EXIT
004490     END-IF
004500
004510     PERFORM 3200-CHECK-PATTERN THRU 3200-EXIT
004520     IF NOT PATTERN-GOOD
004530         MOVE "WEEKLY PATTERN BAD" TO WS-REJECT-REASON
004540         GO TO 3000-EXIT
004550     END-IF
004560
004570     PERFORM 3300-CHECK-WATCHLIST THRU 3300-EXIT
004580     IF WATCHLIST-HIT
004590         MOVE "VISITOR ON WATCHLIST" TO WS-REJECT-REASON
004600         GO TO 3000-EXIT
004610     END-IF
004620
004630     IF HOST-DIR-AVAILABLE
004640         AND SCH-HOST-ID NOT = SPACES
004650         PERFORM 3400-CHECK-HOST THRU 3400-EXIT
004660     END-IF.
004670 3000-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------
004710* 3100-CHECK-DATE - SET DATE-GOOD WHEN WS-DC-DATE IS A REAL
004720*                  CALENDAR DATE AS YYYYMMDD.  A YEAR DIVISIBLE
004730*                  BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT
004740*                  DIVISIBLE BY 400.
004750*----------------------------------------------------------------
004760 3100-CHECK-DATE.
004770     MOVE 'N' TO WS-DATE-GOOD-SW
004780     IF WS-DC-DATE IS NOT NUMERIC
004790         GO TO 3100-EXIT
004800     END-IF
004810     IF WS-DC-YEAR < 1900
004820         OR WS-DC-MONTH < 1
004830         OR WS-DC-MONTH > 12
004840         OR WS-DC-DAY < 1
004850         GO TO 3100-EXIT
004860     END-IF
004870     MOVE WS-MONTH-DAYS (WS-DC-MONTH) TO WS-DC-LAST-DAY
004880     IF WS-DC-MONTH = 2
004890         DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-QUOTIENT
004900             REMAINDER WS-DC-REM-4
004910         DIVIDE WS-DC-YEAR BY 100 GIVING WS-DC-QUOTIENT
004920             REMAINDER WS-DC-REM-100
004930         DIVIDE WS-DC-YEAR BY 400 GIVING WS-DC-QUOTIENT
004940             REMAINDER WS-DC-REM-400
004950         IF WS-DC-REM-4 = ZERO
004960             AND (WS-DC-REM-100 NOT = ZERO
004970             OR WS-DC-REM-400 = ZERO)
004980             MOVE 29 TO WS-DC-LAST-DAY
004990         END-IF
005000     END-IF
005010     IF WS-DC-DAY > WS-DC-LAST-DAY
005020         GO TO 3100-EXIT
005030     END-IF
005040     MOVE 'Y' TO WS-DATE-GOOD-SW.
005050 3100-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------
005090* 3200-CHECK-PATTERN - THE SAME RULE PreRegMaint APPLIES: BLANK
005100*                  IS EVERY DAY IN THE RANGE; A FILLED PATTERN IS
005110*                  SEVEN Y/N COLUMNS, MONDAY FIRST, WITH AT LEAST
005120*                  ONE Y.
005130*----------------------------------------------------------------
005140 3200-CHECK-PATTERN.
005150     MOVE 'Y' TO WS-PATTERN-GOOD-SW
005160     IF SCH-WEEK-PATTERN = SPACES
005170         GO TO 3200-EXIT
005180     END-IF
005190     MOVE 1 TO WS-PATTERN-SUB
005200     PERFORM 3210-CHECK-PATTERN-DAY THRU 3210-EXIT
005210         UNTIL WS-PATTERN-SUB > 7
005220     IF SCH-WEEK-PATTERN = "NNNNNNN"
005230         MOVE 'N' TO WS-PATTERN-GOOD-SW
005240     END-IF.
005250 3200-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------
005290* 3210-CHECK-PATTERN-DAY - CHECK THAT ONE PATTERN COLUMN IS Y
005300*                  OR N.
005310*----------------------------------------------------------------
005320 3210-CHECK-PATTERN-DAY.
005330     IF SCH-WEEK-PATTERN (WS-PATTERN-SUB:1) NOT = 'Y'
005340         AND SCH-WEEK-PATTERN (WS-PATTERN-SUB:1) NOT = 'N'
005350         MOVE 'N' TO WS-PATTERN-GOOD-SW
005360     END-IF
005370     ADD 1 TO WS-PATTERN-SUB.
005380 3210-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420* 3300-CHECK-WATCHLIST - SCREEN THE TRANSACTION'S VISITOR
005430*                  AGAINST THE WATCHLIST.  AN ENTRY MATCHES ON
005440*                  ITS VISITOR ID OR ITS NAME, WHICHEVER IT
005450*                  CARRIES.
005460*----------------------------------------------------------------
005470 3300-CHECK-WATCHLIST.
005480     MOVE 'N' TO WS-WATCH-HIT-SW
005490     MOVE 1 TO WS-WATCH-SUB
005500     PERFORM 3310-MATCH-WATCH-ENTRY THRU 3310-EXIT
005510         UNTIL WS-WATCH-SUB > WS-WATCH-COUNT
005520             OR WATCHLIST-HIT.
005530 3300-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570* 3310-MATCH-WATCH-ENTRY - COMPARE ONE WATCHLIST ENTRY AGAINST
005580*                  THE TRANSACTION'S VISITOR.
005590*----------------------------------------------------------------
005600 3310-MATCH-WATCH-ENTRY.
005610     IF WS-WT-VISITOR-ID (WS-WATCH-SUB) NOT = SPACES
005620         AND WS-WT-VISITOR-ID (WS-WATCH-SUB) = SCH-VISITOR-ID
005630         MOVE 'Y' TO WS-WATCH-HIT-SW
005640     END-IF
005650     IF WS-WT-NAME (WS-WATCH-SUB) NOT = SPACES
005660         AND WS-WT-NAME (WS-WATCH-SUB) = SCH-NAME
005670         MOVE 'Y' TO WS-WATCH-HIT-SW
005680     END-IF
005690     ADD 1 TO WS-WATCH-SUB.
005700 3310-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740* 3400-CHECK-HOST - THE HOST MUST BE AN ACTIVE HOST ON THE
005750*                  DIRECTORY, WHOSE RECORD IS LEFT IN THE FILE
005760*                  AREA FOR THE DIRECTORY NAME.  A FAILED CHECK
005770*                  LEAVES THE REJECT REASON SET.
005780*----------------------------------------------------------------
005790 3400-CHECK-HOST.
005800     MOVE SCH-HOST-ID TO HD-HOST-ID
005810     READ HostDirFile
005820         INVALID KEY
005830             MOVE "HOST NOT ON DIRECTORY" TO WS-REJECT-REASON
005840             GO TO 3400-EXIT
005850     END-READ
005860     IF HD-ACTIVE-FLAG NOT = 'A'
005870         MOVE "HOST INACTIVE" TO WS-REJECT-REASON
005880     END-IF.
005890 3400-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------
005930* 3800-PRINT-REJECT - PRINT ONE REJECTED TRANSACTION WITH ITS
005940*                  LINE NUMBER AND REASON, BREAKING THE PAGE WHEN
005950*                  FULL.
005960*----------------------------------------------------------------
005970 3800-PRINT-REJECT.
005980     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
005990         PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
006000     END-IF
006010     MOVE WS-READ-COUNT TO WS-EL-LINE-NO
006020     MOVE SCH-ACTION TO WS-EL-ACTION
006030     MOVE WS-REJECT-REASON TO WS-EL-REASON
006040     MOVE SCH-VISITOR-ID TO WS-EL-VISITOR-ID
006050     MOVE SCH-FROM-DATE TO WS-EL-FROM-DATE
006060     MOVE SCH-NAME TO WS-EL-NAME
006070     WRITE PRINT-LINE FROM WS-ERROR-LINE
006080     ADD 1 TO WS-LINE-COUNT.
006090 3800-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------
006130* 4000-APPLY-TRANSACTION - APPLY ONE EDITED TRANSACTION TO
006140*                  PREREG.  A TRANSACTION THAT CANNOT BE APPLIED
006150*                  LEAVES THE REJECT REASON SET.
006160*----------------------------------------------------------------
006170 4000-APPLY-TRANSACTION.
006180     MOVE SCH-VISITOR-ID TO PR-ID-KEY
006190     MOVE SCH-FROM-DATE TO PR-FROM-DATE
006200     IF SCH-ADD
006210         PERFORM 4100-ADD-PREREG THRU 4100-EXIT
006220         GO TO 4000-EXIT
006230     END-IF
006240     IF SCH-CHANGE
006250         PERFORM 4200-CHANGE-PREREG THRU 4200-EXIT
006260         GO TO 4000-EXIT
006270     END-IF
006280     PERFORM 4300-CANCEL-PREREG THRU 4300-EXIT.
006290 4000-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330* 4100-ADD-PREREG - FILE A NEW EXPECTED VISIT.  A VISIT ALREADY
006340*                  FILED UNDER THE SAME KEY IS LEFT AS IT IS -
006350*                  THE SCHEDULER SENDS A CHANGE FOR THAT.
006360*----------------------------------------------------------------
006370 4100-ADD-PREREG.
006380     PERFORM 4900-FILL-PREREG THRU 4900-EXIT
006390     WRITE PREREG-RECORD
006400         INVALID KEY
006410             MOVE "ADD ALREADY ON FILE" TO WS-REJECT-REASON
006420         NOT INVALID KEY
006430             ADD 1 TO WS-ADDED-COUNT
006440     END-WRITE.
006450 4100-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490* 4200-CHANGE-PREREG - REPLACE THE DETAILS OF A VISIT ON FILE.
006500*----------------------------------------------------------------
006510 4200-CHANGE-PREREG.
006520     READ PreRegFile
006530         INVALID KEY
006540             MOVE "CHANGE NOT ON FILE" TO WS-REJECT-REASON
006550             GO TO 4200-EXIT
006560     END-READ
006570     PERFORM 4900-FILL-PREREG THRU 4900-EXIT
006580     REWRITE PREREG-RECORD
006590         INVALID KEY
006600             MOVE "CHANGE NOT REWRITTEN" TO WS-REJECT-REASON
006610         NOT INVALID KEY
006620             ADD 1 TO WS-CHANGED-COUNT
006630     END-REWRITE.
006640 4200-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------
006680* 4300-CANCEL-PREREG - REMOVE A VISIT THAT IS NO LONGER
006690*                  EXPECTED.  THE SAME VISITOR'S OTHER VISITS
006700*                  STAY PUT.
006710*----------------------------------------------------------------
006720 4300-CANCEL-PREREG.
006730     READ PreRegFile
006740         INVALID KEY
006750             MOVE "CANCEL NOT ON FILE" TO WS-REJECT-REASON
006760             GO TO 4300-EXIT
006770     END-READ
006780     DELETE PreRegFile
006790         INVALID KEY
006800             MOVE "CANCEL NOT DELETED" TO WS-REJECT-REASON
006810         NOT INVALID KEY
006820             ADD 1 TO WS-CANCELLED-COUNT
006830     END-DELETE.
006840 4300-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880* 4900-FILL-PREREG - MOVE THE TRANSACTION'S DETAILS INTO THE
006890*                  PREREG RECORD AREA BEHIND THE KEY.  A CHECKED
006900*                  HOST IS FILED WITH ITS DIRECTORY NAME; WITH NO
006910*                  DIRECTORY THE HOST ID IS FILED ALONE.
006920*----------------------------------------------------------------
006930 4900-FILL-PREREG.
006940     MOVE SCH-NAME TO PR-NAME
006950     MOVE SCH-DEPARTMENT TO PR-DEPARTMENT
006960     MOVE SCH-PURPOSE TO PR-PURPOSE
006970     MOVE SCH-TO-DATE TO PR-TO-DATE
006980     MOVE SCH-WEEK-PATTERN TO PR-WEEK-PATTERN
006990     MOVE SCH-HOST-ID TO PR-HOST-ID
007000     MOVE SPACES TO PR-HOST-NAME
007010     IF HOST-DIR-AVAILABLE
007020         AND SCH-HOST-ID NOT = SPACES
007030         MOVE HD-NAME TO PR-HOST-NAME
007040     END-IF.
007050 4900-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090* 8000-PRINT-TOTALS - PRINT AND DISPLAY THE CONTROL TOTALS, AND
007100*                  PROVE THAT EVERY TRANSACTION READ WAS EITHER
007110*                  APPLIED OR REJECTED.
007120*----------------------------------------------------------------
007130 8000-PRINT-TOTALS.
007140     IF WS-REJECTED-COUNT = ZERO
007150         MOVE "  (NO TRANSACTIONS REJECTED)" TO PRINT-LINE
007160         WRITE PRINT-LINE
007170     END-IF
007180     MOVE SPACES TO PRINT-LINE
007190     WRITE PRINT-LINE
007200     IF NO-FEED-ON-FILE
007210         MOVE "NO SCHEDULER FEED ON FILE - NOTHING APPLIED"
007220             TO PRINT-LINE
007230         WRITE PRINT-LINE
007240     END-IF
007250     MOVE "TRANSACTIONS READ:" TO WS-TL-LABEL
007260     MOVE WS-READ-COUNT TO WS-TL-COUNT
007270     WRITE PRINT-LINE FROM WS-TOTAL-LINE
007280     MOVE "  ADDS APPLIED:" TO WS-TL-LABEL
007290     MOVE WS-ADDED-COUNT TO WS-TL-COUNT
007300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
007310     MOVE "  CHANGES APPLIED:" TO WS-TL-LABEL
007320     MOVE WS-CHANGED-COUNT TO WS-TL-COUNT
007330     WRITE PRINT-LINE FROM WS-TOTAL-LINE
007340     MOVE "  CANCELS APPLIED:" TO WS-TL-LABEL
007350     MOVE WS-CANCELLED-COUNT TO WS-TL-COUNT
007360     WRITE PRINT-LINE FROM WS-TOTAL-LINE
007370     MOVE "TRANSACTIONS APPLIED:" TO WS-TL-LABEL
007380     MOVE WS-APPLIED-COUNT TO WS-TL-COUNT
007390     WRITE PRINT-LINE FROM WS-TOTAL-LINE
007400     MOVE "TRANSACTIONS REJECTED:" TO WS-TL-LABEL
007410     MOVE WS-REJECTED-COUNT TO WS-TL-COUNT
007420     WRITE PRINT-LINE FROM WS-TOTAL-LINE
007430     COMPUTE WS-CHECK-COUNT = WS-ADDED-COUNT
007440         + WS-CHANGED-COUNT + WS-CANCELLED-COUNT
007450     IF WS-READ-COUNT = WS-APPLIED-COUNT + WS-REJECTED-COUNT
007460         AND WS-CHECK-COUNT = WS-APPLIED-COUNT
007470         MOVE 'Y' TO WS-BALANCED-SW
007480         MOVE "CONTROL TOTALS IN BALANCE" TO PRINT-LINE
007490     ELSE
007500         MOVE 'N' TO WS-BALANCED-SW
007510         MOVE "*** CONTROL TOTALS OUT OF BALANCE ***"
007520             TO PRINT-LINE
007530     END-IF
007540     WRITE PRINT-LINE
007550     IF NOT HOST-DIR-AVAILABLE
007560         AND NOT NO-FEED-ON-FILE
007570         MOVE "HOSTS NOT CHECKED - NO HOST DIRECTORY"
007580             TO PRINT-LINE
007590         WRITE PRINT-LINE
007600     END-IF
007610     IF NOT WATCHLIST-LOADED
007620         AND NOT NO-FEED-ON-FILE
007630         MOVE "VISITORS NOT SCREENED - NO WATCHLIST"
007640             TO PRINT-LINE
007650         WRITE PRINT-LINE
007660     END-IF
007670     DISPLAY "PreRegFeed: read " WS-READ-COUNT
007680         " applied " WS-APPLIED-COUNT
007690         " rejected " WS-REJECTED-COUNT
007700     IF NOT TOTALS-BALANCE
007710         DISPLAY "PreRegFeed: control totals out of balance."
007720     END-IF.
007730 8000-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------------
007770* 8200-WRITE-HEADING - START A NEW PAGE WITH THE REPORT
007780*                  HEADING.
007790*----------------------------------------------------------------
007800 8200-WRITE-HEADING.
007810     ADD 1 TO WS-PAGE-COUNT
007820     MOVE WS-CURRENT-DATE TO WS-HL1-DATE
007830     MOVE WS-PAGE-COUNT TO WS-HL1-PAGE
007840     WRITE PRINT-LINE FROM WS-HEADING-LINE-1
007850     WRITE PRINT-LINE FROM WS-HEADING-LINE-2
007860     MOVE ZERO TO WS-LINE-COUNT.
007870 8200-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------
007910* 9000-TERMINATE - CLOSE FILES AND END THE RUN.
007920*----------------------------------------------------------------
007930 9000-TERMINATE.
007940     CLOSE PrintFile
007950     IF FEED-OPEN
007960         CLOSE FeedFile
007970     END-IF
007980     IF PREREG-OPEN
007990         CLOSE PreRegFile
008000     END-IF
008010     IF HOST-DIR-AVAILABLE
008020         CLOSE HostDirFile
008030     END-IF.
008040 9000-EXIT.
008050     EXIT.
