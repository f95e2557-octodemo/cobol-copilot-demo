000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BadgeOut.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - END-OF-DAY UNRETURNED
000110*                  BADGE REPORT.  LISTS EVERY BADGE THE BADGE
000120*                  STOCK (BADGSTK) STILL SHOWS ISSUED, MATCHED
000130*                  AGAINST THE DEPARTURES ON VISTLOG AND THE
000140*                  UNMERGED CAPTURE STREAMS, IN THREE SECTIONS:
000150*                  VISITS AUTO-CLOSED BY DaySweep (THE VISITOR
000160*                  NEVER SIGNED OUT), VISITORS WHO SIGNED OUT
000170*                  WITHOUT HANDING THE BADGE BACK, AND VISITORS
000180*                  WITH NO DEPARTURE ON THE LOG.  THE LOBBY
000190*                  WORKS THE LIST TO CHASE AND DEACTIVATE LOST
000200*                  BADGES THROUGH BadgeMaint.
000201* 2026-10-15  RCM  THE VISITOR LOG RECORD GREW BY THE PARTY ID
000202*                  (VLOG-PARTY-ID), SO THE CAPTURE RECORD GREW
000203*                  WITH IT.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT BadgeFile ASSIGN TO "BADGSTK"
000270         ORGANIZATION INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS BDG-BADGE-NO
000300         ALTERNATE RECORD KEY IS BDG-VISITOR-ID
000310             WITH DUPLICATES
000320         FILE STATUS IS WS-BADGE-STATUS.
000330
000340     SELECT VisitorLog ASSIGN TO "VISTLOG"
000350         ORGANIZATION LINE SEQUENTIAL
000360         FILE STATUS IS WS-LOG-STATUS.
000370
000380     SELECT CaptureFile ASSIGN TO WS-SCAN-NAME
000390         ORGANIZATION LINE SEQUENTIAL
000400         FILE STATUS IS WS-CAP-STATUS.
000410
000420     SELECT TermList ASSIGN TO "TERMLIST"
000430         ORGANIZATION LINE SEQUENTIAL
000440         FILE STATUS IS WS-TERM-STATUS.
000450
000460     SELECT PrintFile ASSIGN TO "BADGEOUT"
000470         ORGANIZATION LINE SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  BadgeFile.
000520 01  BADGE-STOCK-RECORD.
000530     COPY BadgeStockRecord.
000540
000550 FD  VisitorLog.
000560 01  VISITOR-LOG-RECORD.
000570     COPY VisitorLogRecord.
000580
000590 FD  CaptureFile.
000600 01  CAPTURE-RECORD                  PIC X(132).
000610
000620 FD  TermList.
000630 01  TERM-RECORD.
000640     05  TERM-ID                     PIC X(08).
000650
000660 FD  PrintFile.
000670 01  PRINT-LINE                      PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-BADGE-STATUS                 PIC X(02).
000710     88  BADGE-OK                        VALUE "00".
000720     88  BADGE-FILE-NOT-FOUND            VALUE "35".
000730     88  BADGE-AT-END                    VALUE "10".
000740
000750 01  WS-LOG-STATUS                   PIC X(02).
000760     88  LOG-OK                          VALUE "00".
000770     88  LOG-FILE-NOT-FOUND              VALUE "35".
000780     88  LOG-EOF                         VALUE "10".
000790
000800 01  WS-CAP-STATUS                   PIC X(02).
000810     88  CAP-OK                          VALUE "00".
000820     88  CAP-FILE-NOT-FOUND              VALUE "35".
000830
000840 01  WS-TERM-STATUS                  PIC X(02).
000850     88  TERM-OK                         VALUE "00".
000860     88  TERM-FILE-NOT-FOUND             VALUE "35".
000870     88  TERM-AT-END                     VALUE "10".
000880
000890 01  WS-CURRENT-DATE-TIME.
000900     05  WS-CURRENT-DATE             PIC X(08).
000910     05  WS-CURRENT-TIME             PIC X(08).
000920
000930 01  WS-SCAN-NAME                    PIC X(16).
000940
000950 01  WS-SWITCHES.
000960     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000970         88  LOG-AT-EOF                  VALUE 'Y'.
000980     05  WS-CAP-EOF-SW               PIC X(01) VALUE 'N'.
000990         88  CAP-AT-EOF                  VALUE 'Y'.
001000     05  WS-BADGE-EOF-SW             PIC X(01) VALUE 'N'.
001010         88  BADGE-AT-EOF                VALUE 'Y'.
001020     05  WS-LOG-OPEN-SW              PIC X(01) VALUE 'N'.
001030         88  LOG-WAS-OPEN                VALUE 'Y'.
001040     05  WS-LOCAL-SEEN-SW            PIC X(01) VALUE 'N'.
001050         88  LOCAL-LISTED                VALUE 'Y'.
001060     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001070         88  ABORT-RUN                   VALUE 'Y'.
001080
001090 01  WS-COUNTERS.
001100     05  WS-OUT-COUNT                COMP PIC 9(03) VALUE ZERO.
001110     05  WS-AUTO-COUNT               COMP PIC 9(05) VALUE ZERO.
001120     05  WS-SIGNED-COUNT             COMP PIC 9(05) VALUE ZERO.
001130     05  WS-ONSITE-COUNT             COMP PIC 9(05) VALUE ZERO.
001140     05  WS-SECTION-COUNT            COMP PIC 9(05) VALUE ZERO.
001150     05  WS-SUB                      COMP PIC 9(03) VALUE ZERO.
001160     05  WS-TERM-SUB                 COMP PIC 9(03) VALUE ZERO.
001170     05  WS-LINE-COUNT               COMP PIC 9(03) VALUE ZERO.
001180     05  WS-PAGE-COUNT               COMP PIC 9(03) VALUE ZERO.
001190     05  WS-MAX-LINES-PER-PAGE       COMP PIC 9(03) VALUE 20.
001200
001210 77  WS-OUT-MAX                      COMP PIC 9(03) VALUE 200.
001220 77  WS-TERM-MAX                     COMP PIC 9(03) VALUE 10.
001230
001240 01  WS-THIS-STAMP                   PIC X(16).
001250
001260 01  WS-SECTION-CLASS                PIC X(01).
001270
001280*----------------------------------------------------------------
001290* ONE ENTRY PER BADGE STILL ISSUED.  WS-BO-OUT-STAMP IS THE
001300* LATEST DEPARTURE FOR THE HOLDER AT OR AFTER THE ISSUE STAMP,
001310* AND WS-BO-OUT-FLAG THE FLAG BYTE OF THAT DEPARTURE.
001320* WS-BO-CLASS:  A - AUTO-CLOSED BY THE SWEEP
001330*               S - SIGNED OUT, BADGE NOT HANDED BACK
001340*               O - NO DEPARTURE ON THE LOG
001350*----------------------------------------------------------------
001360 01  WS-OUT-TABLE.
001370     05  WS-OUT-ENTRY                OCCURS 200 TIMES.
001380         10  WS-BO-BADGE-NO          PIC X(06).
001390         10  WS-BO-VISITOR-ID        PIC X(08).
001400         10  WS-BO-NAME              PIC X(40).
001410         10  WS-BO-ISSUE-DATE        PIC X(08).
001420         10  WS-BO-ISSUE-TIME        PIC X(08).
001430         10  WS-BO-ISSUE-STAMP       PIC X(16).
001440         10  WS-BO-OUT-STAMP         PIC X(16).
001450         10  WS-BO-OUT-TIME          PIC X(08).
001460         10  WS-BO-OUT-FLAG          PIC X(01).
001470         10  WS-BO-CLASS             PIC X(01).
001480
001490 01  WS-TERM-TABLE.
001500     05  WS-TERM-COUNT               COMP PIC 9(03) VALUE ZERO.
001510     05  WS-TT-TERM-ID               PIC X(08)
001520                                     OCCURS 10 TIMES.
001530
001540 01  WS-HEADING-LINE-1.
001550     05  FILLER                      PIC X(24)
001560             VALUE "UNRETURNED BADGE REPORT".
001570     05  FILLER                      PIC X(07) VALUE "  DATE:".
001580     05  WS-HL1-DATE                 PIC X(08).
001590     05  FILLER                      PIC X(07) VALUE "  TIME:".
001600     05  WS-HL1-TIME                 PIC X(08).
001610     05  FILLER                      PIC X(07) VALUE "  PAGE:".
001620     05  WS-HL1-PAGE                 PIC ZZZ9.
001630
001640 01  WS-HEADING-LINE-2.
001650     05  FILLER                      PIC X(08) VALUE "BADGE".
001660     05  FILLER                      PIC X(10) VALUE "ID".
001670     05  FILLER                      PIC X(32)
001680             VALUE "VISITOR NAME".
001690     05  FILLER                      PIC X(09) VALUE "ISSUED".
001700     05  FILLER                      PIC X(10) VALUE "AT".
001710     05  FILLER                      PIC X(08) VALUE "LEFT AT".
001720
001730 01  WS-SECTION-LINE.
001740     05  FILLER                      PIC X(04) VALUE "*** ".
001750     05  WS-SL-TITLE                 PIC X(60).
001760
001770 01  WS-DETAIL-LINE.
001780     05  WS-DL-BADGE-NO              PIC X(06).
001790     05  FILLER                      PIC X(02) VALUE SPACES.
001800     05  WS-DL-VISITOR-ID            PIC X(08).
001810     05  FILLER                      PIC X(02) VALUE SPACES.
001820     05  WS-DL-NAME                  PIC X(30).
001830     05  FILLER                      PIC X(02) VALUE SPACES.
001840     05  WS-DL-ISSUE-DATE            PIC X(08).
001850     05  FILLER                      PIC X(01) VALUE SPACES.
001860     05  WS-DL-ISSUE-TIME            PIC X(08).
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880     05  WS-DL-OUT-TIME              PIC X(08).
001890
001900 01  WS-TOTAL-LINE.
001910     05  WS-TL-LABEL                 PIC X(30).
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  WS-TL-COUNT                 PIC ZZZZ9.
001940
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     IF NOT ABORT-RUN
001990         PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
002000             UNTIL LOG-AT-EOF
002010         PERFORM 2600-SCAN-CAPTURES THRU 2600-EXIT
002020         PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
002030         PERFORM 9000-TERMINATE THRU 9000-EXIT
002040     END-IF
002050     GOBACK.
002060
002070*----------------------------------------------------------------
002080* 1000-INITIALIZE - RESET THE RUN COUNTERS AND SWITCHES, TABLE
002090*                  THE BADGES STILL ISSUED AND THE TERMINALS
002100*                  WHOSE CAPTURE STREAMS ARE TO BE SCANNED, AND
002110*                  OPEN THE MERGED LOG.  NO BADGE STOCK ON FILE
002120*                  MEANS BADGES ARE NOT TRACKED - NOTHING TO
002130*                  REPORT.
002140*----------------------------------------------------------------
002150 1000-INITIALIZE.
002160     MOVE 'N' TO WS-EOF-SW
002170     MOVE 'N' TO WS-BADGE-EOF-SW
002180     MOVE 'N' TO WS-LOG-OPEN-SW
002190     MOVE 'N' TO WS-LOCAL-SEEN-SW
002200     MOVE 'N' TO WS-ABORT-SW
002210     MOVE ZERO TO WS-OUT-COUNT
002220     MOVE ZERO TO WS-AUTO-COUNT
002230     MOVE ZERO TO WS-SIGNED-COUNT
002240     MOVE ZERO TO WS-ONSITE-COUNT
002250     MOVE ZERO TO WS-LINE-COUNT
002260     MOVE ZERO TO WS-PAGE-COUNT
002270     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002280     ACCEPT WS-CURRENT-TIME FROM TIME
002290     OPEN INPUT BadgeFile
002300     IF NOT BADGE-OK
002310         IF BADGE-FILE-NOT-FOUND
002320             DISPLAY "BadgeOut: no badge stock on file - "
002330                 "badges are not tracked."
002340         ELSE
002350             DISPLAY "BadgeOut: BADGSTK open failed, "
002360                 "file status " WS-BADGE-STATUS
002370         END-IF
002380         MOVE 'Y' TO WS-ABORT-SW
002390         GO TO 1000-EXIT
002400     END-IF
002410     PERFORM 1200-LOAD-BADGE THRU 1200-EXIT
002420         UNTIL BADGE-AT-EOF
002430     CLOSE BadgeFile
002440     PERFORM 1100-LOAD-TERMINALS THRU 1100-EXIT
002450     OPEN INPUT VisitorLog
002460     IF LOG-OK
002470         MOVE 'Y' TO WS-LOG-OPEN-SW
002480     ELSE
002490         MOVE 'Y' TO WS-EOF-SW
002500         IF NOT LOG-FILE-NOT-FOUND
002510             DISPLAY "BadgeOut: VISTLOG open failed, "
002520                 "file status " WS-LOG-STATUS
002530             MOVE 'Y' TO WS-ABORT-SW
002540             GO TO 1000-EXIT
002550         END-IF
002560     END-IF
002570     OPEN OUTPUT PrintFile
002580     IF LOG-WAS-OPEN
002590         PERFORM 2100-READ-LOG THRU 2100-EXIT
002600     END-IF.
002610 1000-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------------
002650* 1100-LOAD-TERMINALS - TABLE EVERY TERMINAL ON TERMLIST, PLUS
002660*                  THE 'LOCAL' STATION THE STANDALONE RUNS
002670*                  WRITE, SO EVERY CAPTURE STREAM IS SCANNED.
002680*----------------------------------------------------------------
002690 1100-LOAD-TERMINALS.
002700     MOVE ZERO TO WS-TERM-COUNT
002710     OPEN INPUT TermList
002720     IF TERM-OK
002730         PERFORM 1110-LOAD-TERM-ENTRY THRU 1110-EXIT
002740             UNTIL TERM-AT-END
002750                 OR WS-TERM-COUNT NOT < WS-TERM-MAX
002760         IF NOT TERM-AT-END
002770             DISPLAY "BadgeOut: more terminals than the "
002780                 "table holds - remainder not scanned."
002790         END-IF
002800         CLOSE TermList
002810     ELSE
002820         IF NOT TERM-FILE-NOT-FOUND
002830             DISPLAY "BadgeOut: TERMLIST open failed, "
002840                 "file status " WS-TERM-STATUS
002850         END-IF
002860     END-IF
002870     IF NOT LOCAL-LISTED
002880         AND WS-TERM-COUNT < WS-TERM-MAX
002890         ADD 1 TO WS-TERM-COUNT
002900         MOVE "LOCAL" TO WS-TT-TERM-ID (WS-TERM-COUNT)
002910     END-IF.
002920 1100-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960* 1110-LOAD-TERM-ENTRY - READ AND TABLE ONE TERMINAL ID.
002970*----------------------------------------------------------------
002980 1110-LOAD-TERM-ENTRY.
002990     READ TermList
003000         AT END
003010             CONTINUE
003020         NOT AT END
003030             ADD 1 TO WS-TERM-COUNT
003040             MOVE TERM-ID TO WS-TT-TERM-ID (WS-TERM-COUNT)
003050             IF TERM-ID = "LOCAL"
003060                 MOVE 'Y' TO WS-LOCAL-SEEN-SW
003070             END-IF
003080     END-READ.
003090 1110-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------------
003130* 1200-LOAD-BADGE - READ THE NEXT BADGE IN STOCK AND TABLE IT
003140*                  WHEN IT IS STILL ISSUED.
003150*----------------------------------------------------------------
003160 1200-LOAD-BADGE.
003170     READ BadgeFile NEXT RECORD
003180         AT END
003190             MOVE 'Y' TO WS-BADGE-EOF-SW
003200             GO TO 1200-EXIT
003210     END-READ
003220     IF BDG-STATUS NOT = 'I'
003230         GO TO 1200-EXIT
003240     END-IF
003250     IF WS-OUT-COUNT NOT < WS-OUT-MAX
003260         DISPLAY "BadgeOut: badge table full, badge not "
003270             "listed: " BDG-BADGE-NO
003280         GO TO 1200-EXIT
003290     END-IF
003300     ADD 1 TO WS-OUT-COUNT
003310     MOVE BDG-BADGE-NO TO WS-BO-BADGE-NO (WS-OUT-COUNT)
003320     MOVE BDG-VISITOR-ID TO WS-BO-VISITOR-ID (WS-OUT-COUNT)
003330     MOVE BDG-VISITOR-NAME TO WS-BO-NAME (WS-OUT-COUNT)
003340     MOVE BDG-ISSUE-DATE TO WS-BO-ISSUE-DATE (WS-OUT-COUNT)
003350     MOVE BDG-ISSUE-TIME TO WS-BO-ISSUE-TIME (WS-OUT-COUNT)
003360     MOVE SPACES TO WS-BO-ISSUE-STAMP (WS-OUT-COUNT)
003370     STRING BDG-ISSUE-DATE DELIMITED BY SIZE
003380         BDG-ISSUE-TIME DELIMITED BY SIZE
003390         INTO WS-BO-ISSUE-STAMP (WS-OUT-COUNT)
003400     MOVE LOW-VALUES TO WS-BO-OUT-STAMP (WS-OUT-COUNT)
003410     MOVE SPACES TO WS-BO-OUT-TIME (WS-OUT-COUNT)
003420     MOVE SPACE TO WS-BO-OUT-FLAG (WS-OUT-COUNT)
003430     MOVE SPACE TO WS-BO-CLASS (WS-OUT-COUNT).
003440 1200-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480* 2000-PROCESS-LOG - RUN ONE MERGED-LOG RECORD THROUGH THE
003490*                  DEPARTURE MATCH AND READ THE NEXT.
003500*----------------------------------------------------------------
003510 2000-PROCESS-LOG.
003520     PERFORM 2010-MATCH-DEPARTURE THRU 2010-EXIT
003530     PERFORM 2100-READ-LOG THRU 2100-EXIT.
003540 2000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 2010-MATCH-DEPARTURE - WHEN THE LOG RECORD IN THE RECORD AREA
003590*                  IS A DEPARTURE, OFFER IT TO EVERY ISSUED
003600*                  BADGE.  ARRIVALS ARE OF NO INTEREST - THE
003610*                  BADGE STOCK ALREADY RECORDS THE ISSUE.
003620*----------------------------------------------------------------
003630 2010-MATCH-DEPARTURE.
003640     IF VLOG-GREETING-TYPE NOT = "OUT "
003650         GO TO 2010-EXIT
003660     END-IF
003670     MOVE SPACES TO WS-THIS-STAMP
003680     STRING VLOG-DATE DELIMITED BY SIZE
003690         VLOG-TIME DELIMITED BY SIZE
003700         INTO WS-THIS-STAMP
003710     MOVE 1 TO WS-SUB
003720     PERFORM 2020-MATCH-BADGE THRU 2020-EXIT
003730         UNTIL WS-SUB > WS-OUT-COUNT.
003740 2010-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780* 2020-MATCH-BADGE - TIE THE DEPARTURE TO ONE ISSUED BADGE WHEN
003790*                  IT IS THE HOLDER'S AND NO OLDER THAN THE
003800*                  ISSUE, KEEPING THE LATEST SUCH DEPARTURE.
003810*                  MATCH ON VISITOR ID WHEN THE BADGE CARRIES
003820*                  ONE, OTHERWISE ON THE NAME.
003830*----------------------------------------------------------------
003840 2020-MATCH-BADGE.
003850     IF WS-BO-VISITOR-ID (WS-SUB) NOT = SPACES
003860         IF VLOG-VISITOR-ID NOT = WS-BO-VISITOR-ID (WS-SUB)
003870             GO TO 2020-NEXT
003880         END-IF
003890     ELSE
003900         IF VLOG-VISITOR-ID NOT = SPACES
003910             OR VLOG-NAME NOT = WS-BO-NAME (WS-SUB)
003920             GO TO 2020-NEXT
003930         END-IF
003940     END-IF
003950     IF WS-THIS-STAMP < WS-BO-ISSUE-STAMP (WS-SUB)
003960         OR WS-THIS-STAMP NOT > WS-BO-OUT-STAMP (WS-SUB)
003970         GO TO 2020-NEXT
003980     END-IF
003990     MOVE WS-THIS-STAMP TO WS-BO-OUT-STAMP (WS-SUB)
004000     MOVE VLOG-TIME TO WS-BO-OUT-TIME (WS-SUB)
004010     MOVE VLOG-PREREG-FLAG TO WS-BO-OUT-FLAG (WS-SUB).
004020 2020-NEXT.
004030     ADD 1 TO WS-SUB.
004040 2020-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080* 2100-READ-LOG - READ THE NEXT VISITOR LOG RECORD.
004090*----------------------------------------------------------------
004100 2100-READ-LOG.
004110     READ VisitorLog
004120         AT END
004130             MOVE 'Y' TO WS-EOF-SW
004140     END-READ.
004150 2100-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190* 2600-SCAN-CAPTURES - RUN EVERY TERMINAL'S UNMERGED CAPTURE
004200*                  STREAM THROUGH THE SAME DEPARTURE MATCH AS
004210*                  THE MERGED LOG, SO A REPORT RUN BEFORE
004220*                  LogMerge STILL SEES THE DAY'S SIGN-OUTS.
004230*----------------------------------------------------------------
004240 2600-SCAN-CAPTURES.
004250     IF LOG-WAS-OPEN
004260         CLOSE VisitorLog
004270         MOVE 'N' TO WS-LOG-OPEN-SW
004280     END-IF
004290     MOVE 1 TO WS-TERM-SUB
004300     PERFORM 2610-SCAN-ONE-CAPTURE THRU 2610-EXIT
004310         UNTIL WS-TERM-SUB > WS-TERM-COUNT.
004320 2600-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360* 2610-SCAN-ONE-CAPTURE - SCAN ONE TERMINAL'S CAPTURE FILE.  A
004370*                  TERMINAL WITH NO CAPTURE FILE HAS NOTHING
004380*                  UNMERGED.
004390*----------------------------------------------------------------
004400 2610-SCAN-ONE-CAPTURE.
004410     MOVE SPACES TO WS-SCAN-NAME
004420     STRING "VISTCAP-" DELIMITED BY SIZE
004430         WS-TT-TERM-ID (WS-TERM-SUB) DELIMITED BY SPACE
004440         INTO WS-SCAN-NAME
004450     MOVE 'N' TO WS-CAP-EOF-SW
004460     OPEN INPUT CaptureFile
004470     IF NOT CAP-OK
004480         GO TO 2610-NEXT
004490     END-IF
004500     PERFORM 2620-READ-CAPTURE THRU 2620-EXIT
004510     PERFORM 2630-MATCH-CAPTURE THRU 2630-EXIT
004520         UNTIL CAP-AT-EOF
004530     CLOSE CaptureFile.
004540 2610-NEXT.
004550     ADD 1 TO WS-TERM-SUB.
004560 2610-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------------
004600* 2620-READ-CAPTURE - READ THE NEXT CAPTURED LOG RECORD.
004610*----------------------------------------------------------------
004620 2620-READ-CAPTURE.
004630     READ CaptureFile
004640         AT END
004650             MOVE 'Y' TO WS-CAP-EOF-SW
004660     END-READ.
004670 2620-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------
004710* 2630-MATCH-CAPTURE - RUN ONE CAPTURED RECORD THROUGH THE
004720*                  SHARED DEPARTURE MATCH AND READ THE NEXT.
004730*----------------------------------------------------------------
004740 2630-MATCH-CAPTURE.
004750     MOVE CAPTURE-RECORD TO VISITOR-LOG-RECORD
004760     PERFORM 2010-MATCH-DEPARTURE THRU 2010-EXIT
004770     PERFORM 2620-READ-CAPTURE THRU 2620-EXIT.
004780 2630-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------
004820* 3000-PRINT-REPORT - CLASSIFY EVERY ISSUED BADGE BY ITS LATEST
004830*                  DEPARTURE, PRINT THE THREE SECTIONS, THEN THE
004840*                  TOTALS.
004850*----------------------------------------------------------------
004860 3000-PRINT-REPORT.
004870     MOVE 1 TO WS-SUB
004880     PERFORM 3050-CLASSIFY-BADGE THRU 3050-EXIT
004890         UNTIL WS-SUB > WS-OUT-COUNT
004900     PERFORM 3200-WRITE-HEADING THRU 3200-EXIT
004910     MOVE 'A' TO WS-SECTION-CLASS
004920     MOVE "AUTO-CLOSED BY THE END-OF-DAY SWEEP - NEVER SIGNED OUT"
004930         TO WS-SL-TITLE
004940     PERFORM 3100-PRINT-SECTION THRU 3100-EXIT
004950     MOVE 'S' TO WS-SECTION-CLASS
004960     MOVE "SIGNED OUT - BADGE NOT HANDED BACK"
004970         TO WS-SL-TITLE
004980     PERFORM 3100-PRINT-SECTION THRU 3100-EXIT
004990     MOVE 'O' TO WS-SECTION-CLASS
005000     MOVE "NO DEPARTURE ON THE LOG - STILL ON SITE"
005010         TO WS-SL-TITLE
005020     PERFORM 3100-PRINT-SECTION THRU 3100-EXIT
005030     MOVE SPACES TO PRINT-LINE
005040     WRITE PRINT-LINE
005050     MOVE "AUTO-CLOSED, BADGE OUT:" TO WS-TL-LABEL
005060     MOVE WS-AUTO-COUNT TO WS-TL-COUNT
005070     WRITE PRINT-LINE FROM WS-TOTAL-LINE
005080     MOVE "SIGNED OUT, BADGE OUT:" TO WS-TL-LABEL
005090     MOVE WS-SIGNED-COUNT TO WS-TL-COUNT
005100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
005110     MOVE "NO DEPARTURE, BADGE OUT:" TO WS-TL-LABEL
005120     MOVE WS-ONSITE-COUNT TO WS-TL-COUNT
005130     WRITE PRINT-LINE FROM WS-TOTAL-LINE
005140     MOVE "TOTAL BADGES UNRETURNED:" TO WS-TL-LABEL
005150     MOVE WS-OUT-COUNT TO WS-TL-COUNT
005160     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
005170 3000-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210* 3050-CLASSIFY-BADGE - SORT ONE ISSUED BADGE INTO ITS SECTION
005220*                  AND COUNT IT.
005230*----------------------------------------------------------------
005240 3050-CLASSIFY-BADGE.
005250     IF WS-BO-OUT-STAMP (WS-SUB) = LOW-VALUES
005260         MOVE 'O' TO WS-BO-CLASS (WS-SUB)
005270         ADD 1 TO WS-ONSITE-COUNT
005280     ELSE
005290         IF WS-BO-OUT-FLAG (WS-SUB) = 'A'
005300             MOVE 'A' TO WS-BO-CLASS (WS-SUB)
005310             ADD 1 TO WS-AUTO-COUNT
005320         ELSE
005330             MOVE 'S' TO WS-BO-CLASS (WS-SUB)
005340             ADD 1 TO WS-SIGNED-COUNT
005350         END-IF
005360     END-IF
005370     ADD 1 TO WS-SUB.
005380 3050-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420* 3100-PRINT-SECTION - PRINT THE SECTION TITLE AND EVERY BADGE
005430*                  OF THE SECTION'S CLASS.
005440*----------------------------------------------------------------
005450 3100-PRINT-SECTION.
005460     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
005470         PERFORM 3200-WRITE-HEADING THRU 3200-EXIT
005480     END-IF
005490     MOVE SPACES TO PRINT-LINE
005500     WRITE PRINT-LINE
005510     WRITE PRINT-LINE FROM WS-SECTION-LINE
005520     ADD 2 TO WS-LINE-COUNT
005530     MOVE ZERO TO WS-SECTION-COUNT
005540     MOVE 1 TO WS-SUB
005550     PERFORM 3110-PRINT-ENTRY THRU 3110-EXIT
005560         UNTIL WS-SUB > WS-OUT-COUNT
005570     IF WS-SECTION-COUNT = ZERO
005580         MOVE SPACES TO PRINT-LINE
005590         MOVE "    (NONE)" TO PRINT-LINE
005600         WRITE PRINT-LINE
005610         ADD 1 TO WS-LINE-COUNT
005620     END-IF.
005630 3100-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------
005670* 3110-PRINT-ENTRY - PRINT ONE BADGE IF IT BELONGS TO THE
005680*                  SECTION BEING PRINTED, BREAKING THE PAGE WHEN
005690*                  FULL.
005700*----------------------------------------------------------------
005710 3110-PRINT-ENTRY.
005720     IF WS-BO-CLASS (WS-SUB) = WS-SECTION-CLASS
005730         IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
005740             PERFORM 3200-WRITE-HEADING THRU 3200-EXIT
005750         END-IF
005760         MOVE WS-BO-BADGE-NO (WS-SUB) TO WS-DL-BADGE-NO
005770         MOVE WS-BO-VISITOR-ID (WS-SUB) TO WS-DL-VISITOR-ID
005780         MOVE WS-BO-NAME (WS-SUB) TO WS-DL-NAME
005790         MOVE WS-BO-ISSUE-DATE (WS-SUB) TO WS-DL-ISSUE-DATE
005800         MOVE WS-BO-ISSUE-TIME (WS-SUB) TO WS-DL-ISSUE-TIME
005810         MOVE WS-BO-OUT-TIME (WS-SUB) TO WS-DL-OUT-TIME
005820         WRITE PRINT-LINE FROM WS-DETAIL-LINE
005830         ADD 1 TO WS-LINE-COUNT
005840         ADD 1 TO WS-SECTION-COUNT
005850     END-IF
005860     ADD 1 TO WS-SUB.
005870 3110-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------
005910* 3200-WRITE-HEADING - START A NEW PAGE WITH THE REPORT HEADING.
005920*----------------------------------------------------------------
005930 3200-WRITE-HEADING.
005940     ADD 1 TO WS-PAGE-COUNT
005950     MOVE WS-CURRENT-DATE TO WS-HL1-DATE
005960     MOVE WS-CURRENT-TIME TO WS-HL1-TIME
005970     MOVE WS-PAGE-COUNT TO WS-HL1-PAGE
005980     WRITE PRINT-LINE FROM WS-HEADING-LINE-1
005990     WRITE PRINT-LINE FROM WS-HEADING-LINE-2
006000     MOVE ZERO TO WS-LINE-COUNT.
006010 3200-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 9000-TERMINATE - CLOSE THE REPORT AND END THE RUN.  THE BADGE
006060*                  STOCK, LOG, AND CAPTURE FILES WERE CLOSED BY
006070*                  THEIR SCANS.
006080*----------------------------------------------------------------
006090 9000-TERMINATE.
006100     CLOSE PrintFile
006110     DISPLAY "BadgeOut: badges unreturned: " WS-OUT-COUNT.
006120 9000-EXIT.
006130     EXIT.
