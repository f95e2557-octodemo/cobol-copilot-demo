000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ComplDue.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - WEEKLY COMPLIANCE LAPSE
000110*                  REPORT (CMPLDUE).  LISTS EVERY SAFETY
000120*                  INDUCTION AND NDA ON THE COMPLIANCE FILE
000130*                  (COMPLY) WHOSE EXPIRY FALLS WITHIN THE NEXT
000140*                  30 DAYS, SOONEST FIRST, WITH THE VISITOR'S
000150*                  NEXT EXPECTED VISIT FROM THE PRE-REGISTRATION
000160*                  FILE (PREREG) SO RECEPTION CAN SEND THE
000170*                  PAPERWORK AHEAD OF IT.  THE AS-OF DATE AND
000180*                  THE WINDOW COME FROM BATPARMS WHEN A COMPLDUE
000190*                  RECORD IS PRESENT, OTHERWISE TODAY AND 30.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SPECIAL-NAMES.
000250     CONSOLE IS KEYBOARD.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ComplyFile ASSIGN TO "COMPLY"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CMP-KEY
000320         FILE STATUS IS WS-CMP-STATUS.
000330
000340     SELECT PreRegFile ASSIGN TO "PREREG"
000350         ORGANIZATION INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PR-REG-KEY
000380         FILE STATUS IS WS-PR-STATUS.
000390
000400     SELECT ParmFile ASSIGN TO "BATPARMS"
000410         ORGANIZATION LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARM-STATUS.
000430
000440     SELECT PrintFile ASSIGN TO "CMPLDUE"
000450         ORGANIZATION LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ComplyFile.
000500 01  COMPLY-RECORD.
000510     COPY ComplianceRecord.
000520
000530 FD  PreRegFile.
000540 01  PREREG-RECORD.
000550     COPY PreRegRecord.
000560
000570 FD  ParmFile.
000580 01  PARM-RECORD.
000590     COPY BatchParmRecord.
000600
000610 FD  PrintFile.
000620 01  PRINT-LINE                      PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-CMP-STATUS                   PIC X(02).
000660     88  CMP-OK                          VALUE "00".
000670     88  CMP-FILE-NOT-FOUND              VALUE "35".
000680     88  CMP-AT-END                      VALUE "10".
000690
000700 01  WS-PR-STATUS                    PIC X(02).
000710     88  PR-OK                           VALUE "00".
000720     88  PR-FILE-NOT-FOUND               VALUE "35".
000730
000740 01  WS-PARM-STATUS                  PIC X(02).
000750     88  PARM-OK                         VALUE "00".
000760     88  PARM-FILE-NOT-FOUND             VALUE "35".
000770     88  PARM-AT-END                     VALUE "10".
000780
000790 01  WS-AS-OF-DATE                   PIC X(08).
000800
000810 01  WS-WINDOW-ENTRY                 PIC X(04).
000820 01  WS-WINDOW-ENTRY-N REDEFINES WS-WINDOW-ENTRY
000830                                     PIC 9(04).
000840
000850 77  WS-DEFAULT-WINDOW               COMP PIC 9(04) VALUE 30.
000860
000870 01  WS-WINDOW-DAYS                  COMP PIC 9(04) VALUE ZERO.
000880
000890 01  WS-PARM-SOURCE                  PIC X(08).
000900
000910 01  WS-SWITCHES.
000920     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000930         88  ABORT-RUN                   VALUE 'Y'.
000940     05  WS-PARM-EOF-SW              PIC X(01) VALUE 'N'.
000950         88  PARMS-AT-EOF                VALUE 'Y'.
000960     05  WS-PARM-FOUND-SW            PIC X(01) VALUE 'N'.
000970         88  PARMS-FOUND                 VALUE 'Y'.
000980     05  WS-PREREG-OPEN-SW           PIC X(01) VALUE 'N'.
000990         88  PREREG-AVAILABLE            VALUE 'Y'.
001000     05  WS-PREREG-SCAN-SW           PIC X(01) VALUE 'N'.
001010         88  PREREG-SCAN-DONE            VALUE 'Y'.
001020     05  WS-DUE-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001030         88  DUE-TABLE-OVERFLOW          VALUE 'Y'.
001040
001050 01  WS-COUNTERS.
001060     05  WS-READ-COUNT               COMP PIC 9(07) VALUE ZERO.
001070     05  WS-NO-EXPIRY-COUNT          COMP PIC 9(07) VALUE ZERO.
001080     05  WS-LAPSED-COUNT             COMP PIC 9(07) VALUE ZERO.
001090     05  WS-LAPSING-COUNT            COMP PIC 9(07) VALUE ZERO.
001100     05  WS-LATER-COUNT              COMP PIC 9(07) VALUE ZERO.
001110     05  WS-SUB                      COMP PIC 9(03) VALUE ZERO.
001120     05  WS-SORT-I                   COMP PIC 9(03) VALUE ZERO.
001130     05  WS-SORT-J                   COMP PIC 9(03) VALUE ZERO.
001140     05  WS-LINE-COUNT               COMP PIC 9(03) VALUE ZERO.
001150     05  WS-PAGE-COUNT               COMP PIC 9(03) VALUE ZERO.
001160     05  WS-MAX-LINES-PER-PAGE       COMP PIC 9(03) VALUE 50.
001170
001180 77  WS-DUE-MAX                      COMP PIC 9(03) VALUE 500.
001190
001200*----------------------------------------------------------------
001210* DAY-NUMBER WORK AREA - THE SAME CIVIL-CALENDAR COUNT VisitDur
001220* USES, SO TWO DATES CAN BE SUBTRACTED ACROSS A MONTH OR YEAR
001230* END.
001240*----------------------------------------------------------------
001250 01  WS-DAY-NUMBER-WORK.
001260     05  WS-DN-DATE                  PIC X(08).
001270     05  WS-DN-DATE-N REDEFINES WS-DN-DATE.
001280         10  WS-DN-YEAR              PIC 9(04).
001290         10  WS-DN-MONTH             PIC 9(02).
001300         10  WS-DN-DAY               PIC 9(02).
001310     05  WS-DN-Y                     COMP PIC 9(05).
001320     05  WS-DN-MP                    COMP PIC 9(02).
001330     05  WS-DN-ERA                   COMP PIC 9(03).
001340     05  WS-DN-YOE                   COMP PIC 9(03).
001350     05  WS-DN-DOY                   COMP PIC 9(03).
001360     05  WS-DN-Q4                    COMP PIC 9(03).
001370     05  WS-DN-Q100                  COMP PIC 9(03).
001380     05  WS-DN-WORK                  COMP PIC 9(05).
001390     05  WS-DN-DAYS                  COMP PIC 9(07).
001400
001410 01  WS-AS-OF-DAYS                   COMP PIC 9(07) VALUE ZERO.
001420 01  WS-EXPIRY-DAYS                  COMP PIC 9(07) VALUE ZERO.
001430 01  WS-DAYS-LEFT                    COMP PIC 9(07) VALUE ZERO.
001440
001450 01  WS-NEXT-VISIT                   PIC X(08).
001460
001470*----------------------------------------------------------------
001480* THE ACKNOWLEDGEMENTS LAPSING IN THE WINDOW, SORTED ON EXPIRY
001490* DATE AND VISITOR BEFORE PRINTING.
001500*----------------------------------------------------------------
001510 01  WS-DUE-TABLE.
001520     05  WS-DUE-COUNT                COMP PIC 9(03) VALUE ZERO.
001530     05  WS-DUE-ENTRY                OCCURS 500 TIMES.
001540         10  WS-DU-SORT-KEY.
001550             15  WS-DU-EXPIRY-DATE   PIC X(08).
001560             15  WS-DU-VISITOR-ID    PIC X(08).
001570             15  WS-DU-ACK-TYPE      PIC X(04).
001580         10  WS-DU-NAME              PIC X(40).
001590         10  WS-DU-ACK-DATE          PIC X(08).
001600         10  WS-DU-DAYS-LEFT         COMP PIC 9(04).
001610
001620 01  WS-DUE-SWAP-ENTRY.
001630     05  WS-DS-SORT-KEY              PIC X(20).
001640     05  WS-DS-NAME                  PIC X(40).
001650     05  WS-DS-ACK-DATE              PIC X(08).
001660     05  WS-DS-DAYS-LEFT             COMP PIC 9(04).
001670
001680 01  WS-PRINT-WORK                   PIC X(80).
001690
001700 01  WS-HEADING-LINE-1.
001710     05  FILLER                      PIC X(26)
001720             VALUE "COMPLIANCE LAPSE REPORT".
001730     05  FILLER                      PIC X(07) VALUE "AS OF:".
001740     05  WS-HL1-AS-OF                PIC X(08).
001750     05  FILLER                      PIC X(07) VALUE "  NEXT".
001760     05  WS-HL1-WINDOW               PIC ZZZ9.
001770     05  FILLER                      PIC X(05) VALUE " DAYS".
001780     05  FILLER                      PIC X(07) VALUE "  PAGE:".
001790     05  WS-HL1-PAGE                 PIC ZZZ9.
001800
001810 01  WS-PARM-LINE.
001820     05  FILLER                      PIC X(17)
001830             VALUE "PARAMETERS FROM:".
001840     05  WS-PL-SOURCE                PIC X(08).
001850
001860 01  WS-COLUMN-LINE.
001870     05  FILLER                      PIC X(10) VALUE "EXPIRES".
001880     05  FILLER                      PIC X(05) VALUE "DAYS".
001890     05  FILLER                      PIC X(05) VALUE "TYPE".
001900     05  FILLER                      PIC X(10) VALUE "ID".
001910     05  FILLER                      PIC X(25) VALUE "NAME".
001920     05  FILLER                      PIC X(10) VALUE "GIVEN".
001930     05  FILLER                      PIC X(08) VALUE "EXPECTED".
001940
001950 01  WS-DETAIL-LINE.
001960     05  WS-DL-EXPIRY-DATE           PIC X(08).
001970     05  FILLER                      PIC X(02) VALUE SPACES.
001980     05  WS-DL-DAYS-LEFT             PIC ZZZ9.
001990     05  FILLER                      PIC X(01) VALUE SPACE.
002000     05  WS-DL-ACK-TYPE              PIC X(04).
002010     05  FILLER                      PIC X(01) VALUE SPACES.
002020     05  WS-DL-VISITOR-ID            PIC X(08).
002030     05  FILLER                      PIC X(02) VALUE SPACES.
002040     05  WS-DL-NAME                  PIC X(24).
002050     05  FILLER                      PIC X(01) VALUE SPACES.
002060     05  WS-DL-ACK-DATE              PIC X(08).
002070     05  FILLER                      PIC X(02) VALUE SPACES.
002080     05  WS-DL-NEXT-VISIT            PIC X(08).
002090
002100 01  WS-TOTAL-LINE.
002110     05  FILLER                      PIC X(02) VALUE SPACES.
002120     05  WS-TL-LABEL                 PIC X(40).
002130     05  WS-TL-COUNT                 PIC ZZZZZZ9.
002140
002150 PROCEDURE DIVISION.
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002180     IF NOT ABORT-RUN
002190         PERFORM 2000-SELECT-DUE THRU 2000-EXIT
002200         PERFORM 3000-SORT-BY-EXPIRY THRU 3000-EXIT
002210         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
002220         PERFORM 9000-TERMINATE THRU 9000-EXIT
002230     END-IF
002240     GOBACK.
002250
002260*----------------------------------------------------------------
002270* 1000-INITIALIZE - RESET THE COUNTERS, TAKE THE AS-OF DATE AND
002280*                  THE WINDOW FROM BATPARMS OR THE DEFAULTS, AND
002290*                  OPEN THE FILES.  NO COMPLIANCE FILE MEANS
002300*                  THERE IS NOTHING TO REPORT.
002310*----------------------------------------------------------------
002320 1000-INITIALIZE.
002330     MOVE 'N' TO WS-ABORT-SW
002340     MOVE 'N' TO WS-DUE-OVERFLOW-SW
002350     MOVE ZERO TO WS-READ-COUNT
002360     MOVE ZERO TO WS-NO-EXPIRY-COUNT
002370     MOVE ZERO TO WS-LAPSED-COUNT
002380     MOVE ZERO TO WS-LAPSING-COUNT
002390     MOVE ZERO TO WS-LATER-COUNT
002400     MOVE ZERO TO WS-DUE-COUNT
002410     MOVE ZERO TO WS-LINE-COUNT
002420     MOVE ZERO TO WS-PAGE-COUNT
002430     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
002440     MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
002450     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT
002460     IF PARMS-FOUND
002470         MOVE "BATPARMS" TO WS-PARM-SOURCE
002480     ELSE
002490         MOVE "DEFAULTS" TO WS-PARM-SOURCE
002500     END-IF
002510     MOVE WS-AS-OF-DATE TO WS-DN-DATE
002520     PERFORM 7200-DAY-NUMBER THRU 7200-EXIT
002530     MOVE WS-DN-DAYS TO WS-AS-OF-DAYS
002540     OPEN INPUT ComplyFile
002550     IF NOT CMP-OK
002560         IF CMP-FILE-NOT-FOUND
002570             DISPLAY "ComplDue: no COMPLY file - nothing "
002580                 "to report."
002590         ELSE
002600             DISPLAY "ComplDue: COMPLY open failed, "
002610                 "file status " WS-CMP-STATUS
002620         END-IF
002630         MOVE 'Y' TO WS-ABORT-SW
002640         GO TO 1000-EXIT
002650     END-IF
002660     MOVE 'N' TO WS-PREREG-OPEN-SW
002670     OPEN INPUT PreRegFile
002680     IF PR-OK
002690         MOVE 'Y' TO WS-PREREG-OPEN-SW
002700     ELSE
002710         IF NOT PR-FILE-NOT-FOUND
002720             DISPLAY "ComplDue: PREREG open failed, "
002730                 "file status " WS-PR-STATUS
002740         END-IF
002750     END-IF
002760     OPEN OUTPUT PrintFile.
002770 1000-EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------------
002810* 1050-READ-PARAMETERS - LOOK FOR OUR RECORD ON BATPARMS.  NO
002820*                  FILE OR NO RECORD LEAVES TODAY AND THE 30-DAY
002830*                  DEFAULT - THE REPORT RUNS UNATTENDED EVERY
002840*                  WEEK AND HAS NOTHING TO ASK.
002850*----------------------------------------------------------------
002860 1050-READ-PARAMETERS.
002870     MOVE 'N' TO WS-PARM-FOUND-SW
002880     MOVE 'N' TO WS-PARM-EOF-SW
002890     OPEN INPUT ParmFile
002900     IF NOT PARM-OK
002910         IF NOT PARM-FILE-NOT-FOUND
002920             DISPLAY "ComplDue: BATPARMS open failed, "
002930                 "file status " WS-PARM-STATUS
002940         END-IF
002950         GO TO 1050-EXIT
002960     END-IF
002970     PERFORM 1060-SCAN-PARM-RECORD THRU 1060-EXIT
002980         UNTIL PARMS-FOUND
002990             OR PARMS-AT-EOF
003000     CLOSE ParmFile.
003010 1050-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------------
003050* 1060-SCAN-PARM-RECORD - READ ONE PARAMETER RECORD AND TAKE THE
003060*                  AS-OF DATE AND THE WINDOW FROM IT WHEN IT IS
003070*                  OURS.  A BLANK OR BAD VALUE KEEPS ITS DEFAULT.
003080*----------------------------------------------------------------
003090 1060-SCAN-PARM-RECORD.
003100     READ ParmFile
003110         AT END
003120             MOVE 'Y' TO WS-PARM-EOF-SW
003130             GO TO 1060-EXIT
003140     END-READ
003150     IF PARM-PROGRAM-ID NOT = "COMPLDUE  "
003160         GO TO 1060-EXIT
003170     END-IF
003180     MOVE 'Y' TO WS-PARM-FOUND-SW
003190     IF PARM-FROM-DATE IS NUMERIC
003200         MOVE PARM-FROM-DATE TO WS-AS-OF-DATE
003210     ELSE
003220         IF PARM-FROM-DATE NOT = SPACES
003230             DISPLAY "ComplDue: bad as-of date on BATPARMS - "
003240                 "using today."
003250         END-IF
003260     END-IF
003270     MOVE PARM-LIMIT TO WS-WINDOW-ENTRY
003280     IF WS-WINDOW-ENTRY IS NUMERIC
003290         AND WS-WINDOW-ENTRY-N > ZERO
003300         MOVE WS-WINDOW-ENTRY-N TO WS-WINDOW-DAYS
003310     ELSE
003320         IF WS-WINDOW-ENTRY NOT = SPACES
003330             DISPLAY "ComplDue: bad window on BATPARMS - "
003340                 "using the default."
003350         END-IF
003360     END-IF.
003370 1060-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------
003410* 2000-SELECT-DUE - READ THE WHOLE COMPLIANCE FILE AND TABLE
003420*                  EVERY ACKNOWLEDGEMENT EXPIRING FROM THE AS-OF
003430*                  DATE THROUGH THE END OF THE WINDOW.
003440*----------------------------------------------------------------
003450 2000-SELECT-DUE.
003460     MOVE LOW-VALUES TO CMP-KEY
003470     START ComplyFile KEY IS NOT LESS THAN CMP-KEY
003480         INVALID KEY
003490             GO TO 2000-EXIT
003500     END-START
003510     MOVE "00" TO WS-CMP-STATUS
003520     PERFORM 2100-READ-ACKNOWLEDGEMENT THRU 2100-EXIT
003530         UNTIL CMP-AT-END.
003540 2000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 2100-READ-ACKNOWLEDGEMENT - READ ONE ACKNOWLEDGEMENT AND SORT
003590*                  IT INTO NO EXPIRY, ALREADY LAPSED, LAPSING IN
003600*                  THE WINDOW, OR GOOD PAST IT.
003610*----------------------------------------------------------------
003620 2100-READ-ACKNOWLEDGEMENT.
003630     READ ComplyFile NEXT RECORD
003640         AT END
003650             GO TO 2100-EXIT
003660     END-READ
003670     ADD 1 TO WS-READ-COUNT
003680     IF CMP-EXPIRY-DATE = SPACES
003690         OR CMP-EXPIRY-DATE IS NOT NUMERIC
003700         ADD 1 TO WS-NO-EXPIRY-COUNT
003710         GO TO 2100-EXIT
003720     END-IF
003730     IF CMP-EXPIRY-DATE < WS-AS-OF-DATE
003740         ADD 1 TO WS-LAPSED-COUNT
003750         GO TO 2100-EXIT
003760     END-IF
003770     MOVE CMP-EXPIRY-DATE TO WS-DN-DATE
003780     PERFORM 7200-DAY-NUMBER THRU 7200-EXIT
003790     MOVE WS-DN-DAYS TO WS-EXPIRY-DAYS
003800     COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAYS - WS-AS-OF-DAYS
003810     IF WS-DAYS-LEFT > WS-WINDOW-DAYS
003820         ADD 1 TO WS-LATER-COUNT
003830         GO TO 2100-EXIT
003840     END-IF
003850     ADD 1 TO WS-LAPSING-COUNT
003860     IF WS-DUE-COUNT NOT < WS-DUE-MAX
003870         MOVE 'Y' TO WS-DUE-OVERFLOW-SW
003880         GO TO 2100-EXIT
003890     END-IF
003900     ADD 1 TO WS-DUE-COUNT
003910     MOVE CMP-EXPIRY-DATE TO WS-DU-EXPIRY-DATE (WS-DUE-COUNT)
003920     MOVE CMP-VISITOR-ID TO WS-DU-VISITOR-ID (WS-DUE-COUNT)
003930     MOVE CMP-ACK-TYPE TO WS-DU-ACK-TYPE (WS-DUE-COUNT)
003940     MOVE CMP-VISITOR-NAME TO WS-DU-NAME (WS-DUE-COUNT)
003950     MOVE CMP-ACK-DATE TO WS-DU-ACK-DATE (WS-DUE-COUNT)
003960     MOVE WS-DAYS-LEFT TO WS-DU-DAYS-LEFT (WS-DUE-COUNT).
003970 2100-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------
004010* 3000-SORT-BY-EXPIRY - ORDER THE TABLE ON EXPIRY DATE, VISITOR,
004020*                  AND TYPE WITH A SELECTION SORT - THE TABLE IS
004030*                  A FEW DOZEN ENTRIES IN A NORMAL WEEK.
004040*----------------------------------------------------------------
004050 3000-SORT-BY-EXPIRY.
004060     IF WS-DUE-COUNT < 2
004070         GO TO 3000-EXIT
004080     END-IF
004090     MOVE 1 TO WS-SORT-I
004100     PERFORM 3100-SORT-PASS THRU 3100-EXIT
004110         UNTIL WS-SORT-I NOT < WS-DUE-COUNT.
004120 3000-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160* 3100-SORT-PASS - ONE SELECTION PASS: PULL THE EARLIEST
004170*                  REMAINING EXPIRY UP TO POSITION WS-SORT-I.
004180*----------------------------------------------------------------
004190 3100-SORT-PASS.
004200     COMPUTE WS-SORT-J = WS-SORT-I + 1
004210     PERFORM 3110-SORT-COMPARE THRU 3110-EXIT
004220         UNTIL WS-SORT-J > WS-DUE-COUNT
004230     ADD 1 TO WS-SORT-I.
004240 3100-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------------
004280* 3110-SORT-COMPARE - EXCHANGE WHEN THE LOWER ENTRY SORTS FIRST.
004290*----------------------------------------------------------------
004300 3110-SORT-COMPARE.
004310     IF WS-DU-SORT-KEY (WS-SORT-J) < WS-DU-SORT-KEY (WS-SORT-I)
004320         MOVE WS-DUE-ENTRY (WS-SORT-I) TO WS-DUE-SWAP-ENTRY
004330         MOVE WS-DUE-ENTRY (WS-SORT-J)
004340             TO WS-DUE-ENTRY (WS-SORT-I)
004350         MOVE WS-DUE-SWAP-ENTRY TO WS-DUE-ENTRY (WS-SORT-J)
004360     END-IF
004370     ADD 1 TO WS-SORT-J.
004380 3110-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------
004420* 4000-PRINT-REPORT - PRINT THE LAPSING ACKNOWLEDGEMENTS AND THE
004430*                  RUN TOTALS.
004440*----------------------------------------------------------------
004450 4000-PRINT-REPORT.
004460     PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
004470     MOVE WS-PARM-SOURCE TO WS-PL-SOURCE
004480     MOVE WS-PARM-LINE TO WS-PRINT-WORK
004490     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004500     IF NOT PREREG-AVAILABLE
004510         MOVE "NO PRE-REGISTRATION FILE - EXPECTED VISITS "
004520             TO WS-PRINT-WORK
004530         MOVE "NOT SHOWN" TO WS-PRINT-WORK (44:9)
004540         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004550     END-IF
004560     MOVE SPACES TO WS-PRINT-WORK
004570     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004580     MOVE WS-COLUMN-LINE TO WS-PRINT-WORK
004590     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004600     IF WS-DUE-COUNT = ZERO
004610         MOVE "  NOTHING LAPSES IN THE WINDOW." TO WS-PRINT-WORK
004620         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004630     END-IF
004640     MOVE 1 TO WS-SUB
004650     PERFORM 4100-PRINT-DUE-LINE THRU 4100-EXIT
004660         UNTIL WS-SUB > WS-DUE-COUNT
004670     IF DUE-TABLE-OVERFLOW
004680         MOVE "  MORE LAPSING THAN THE TABLE HOLDS - "
004690             TO WS-PRINT-WORK
004700         MOVE "REMAINDER NOT LISTED" TO WS-PRINT-WORK (39:20)
004710         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004720     END-IF
004730     MOVE SPACES TO WS-PRINT-WORK
004740     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004750     MOVE "ACKNOWLEDGEMENTS ON FILE:" TO WS-TL-LABEL
004760     MOVE WS-READ-COUNT TO WS-TL-COUNT
004770     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
004780     MOVE "LAPSING IN THE WINDOW:" TO WS-TL-LABEL
004790     MOVE WS-LAPSING-COUNT TO WS-TL-COUNT
004800     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
004810     MOVE "ALREADY LAPSED:" TO WS-TL-LABEL
004820     MOVE WS-LAPSED-COUNT TO WS-TL-COUNT
004830     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
004840     MOVE "GOOD BEYOND THE WINDOW:" TO WS-TL-LABEL
004850     MOVE WS-LATER-COUNT TO WS-TL-COUNT
004860     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
004870     MOVE "NO EXPIRY:" TO WS-TL-LABEL
004880     MOVE WS-NO-EXPIRY-COUNT TO WS-TL-COUNT
004890     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT.
004900 4000-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
004940* 4100-PRINT-DUE-LINE - PRINT ONE LAPSING ACKNOWLEDGEMENT WITH
004950*                  THE VISITOR'S NEXT EXPECTED VISIT.
004960*----------------------------------------------------------------
004970 4100-PRINT-DUE-LINE.
004980     MOVE SPACES TO WS-NEXT-VISIT
004990     IF PREREG-AVAILABLE
005000         PERFORM 4200-FIND-NEXT-VISIT THRU 4200-EXIT
005010     END-IF
005020     MOVE WS-DU-EXPIRY-DATE (WS-SUB) TO WS-DL-EXPIRY-DATE
005030     MOVE WS-DU-DAYS-LEFT (WS-SUB) TO WS-DL-DAYS-LEFT
005040     MOVE WS-DU-ACK-TYPE (WS-SUB) TO WS-DL-ACK-TYPE
005050     MOVE WS-DU-VISITOR-ID (WS-SUB) TO WS-DL-VISITOR-ID
005060     MOVE WS-DU-NAME (WS-SUB) TO WS-DL-NAME
005070     MOVE WS-DU-ACK-DATE (WS-SUB) TO WS-DL-ACK-DATE
005080     MOVE WS-NEXT-VISIT TO WS-DL-NEXT-VISIT
005090     MOVE WS-DETAIL-LINE TO WS-PRINT-WORK
005100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
005110     ADD 1 TO WS-SUB.
005120 4100-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160* 4200-FIND-NEXT-VISIT - FIND THE VISITOR'S FIRST REGISTRATION
005170*                  NOT YET OVER ON THE AS-OF DATE.  ONE ALREADY
005180*                  UNDER WAY SHOWS THE AS-OF DATE ITSELF.
005190*----------------------------------------------------------------
005200 4200-FIND-NEXT-VISIT.
005210     MOVE 'N' TO WS-PREREG-SCAN-SW
005220     MOVE WS-DU-VISITOR-ID (WS-SUB) TO PR-ID-KEY
005230     MOVE LOW-VALUES TO PR-FROM-DATE
005240     START PreRegFile KEY IS NOT LESS THAN PR-REG-KEY
005250         INVALID KEY
005260             GO TO 4200-EXIT
005270     END-START
005280     PERFORM 4210-SCAN-PREREG THRU 4210-EXIT
005290         UNTIL PREREG-SCAN-DONE.
005300 4200-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340* 4210-SCAN-PREREG - READ THE NEXT OF THIS VISITOR'S
005350*                  REGISTRATIONS AND TAKE IT WHEN ITS LAST DAY
005360*                  (THE TO-DATE, OR THE FROM-DATE FOR A ONE-DAY
005370*                  VISIT) IS NOT BEFORE THE AS-OF DATE.
005380*----------------------------------------------------------------
005390 4210-SCAN-PREREG.
005400     READ PreRegFile NEXT RECORD
005410         AT END
005420             MOVE 'Y' TO WS-PREREG-SCAN-SW
005430             GO TO 4210-EXIT
005440     END-READ
005450     IF PR-ID-KEY NOT = WS-DU-VISITOR-ID (WS-SUB)
005460         MOVE 'Y' TO WS-PREREG-SCAN-SW
005470         GO TO 4210-EXIT
005480     END-IF
005490     IF PR-TO-DATE = SPACES
005500         IF PR-FROM-DATE < WS-AS-OF-DATE
005510             GO TO 4210-EXIT
005520         END-IF
005530     ELSE
005540         IF PR-TO-DATE < WS-AS-OF-DATE
005550             GO TO 4210-EXIT
005560         END-IF
005570     END-IF
005580     IF PR-FROM-DATE < WS-AS-OF-DATE
005590         MOVE WS-AS-OF-DATE TO WS-NEXT-VISIT
005600     ELSE
005610         MOVE PR-FROM-DATE TO WS-NEXT-VISIT
005620     END-IF
005630     MOVE 'Y' TO WS-PREREG-SCAN-SW.
005640 4210-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------
005680* 4900-WRITE-TOTAL-LINE - PRINT ONE LABELLED COUNT.
005690*----------------------------------------------------------------
005700 4900-WRITE-TOTAL-LINE.
005710     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
005720     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
005730 4900-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------
005770* 7200-DAY-NUMBER - TURN THE DATE IN WS-DN-DATE INTO A DAY
005780*                  NUMBER FROM A FIXED DAY ZERO (MARCH-BASED
005790*                  YEAR, 400-YEAR ERAS), DONE IN WHOLE-NUMBER
005800*                  STEPS SO EVERY DIVISION TRUNCATES.  A DAMAGED
005810*                  DATE COUNTS AS ZERO.
005820*----------------------------------------------------------------
005830 7200-DAY-NUMBER.
005840     MOVE ZERO TO WS-DN-DAYS
005850     IF WS-DN-DATE IS NOT NUMERIC
005860         GO TO 7200-EXIT
005870     END-IF
005880     MOVE WS-DN-YEAR TO WS-DN-Y
005890     IF WS-DN-MONTH > 2
005900         COMPUTE WS-DN-MP = WS-DN-MONTH - 3
005910     ELSE
005920         SUBTRACT 1 FROM WS-DN-Y
005930         COMPUTE WS-DN-MP = WS-DN-MONTH + 9
005940     END-IF
005950     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-ERA
005960     COMPUTE WS-DN-YOE = WS-DN-Y - WS-DN-ERA * 400
005970     COMPUTE WS-DN-WORK = 153 * WS-DN-MP + 2
005980     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-DOY
005990     COMPUTE WS-DN-DOY = WS-DN-DOY + WS-DN-DAY - 1
006000     DIVIDE WS-DN-YOE BY 4 GIVING WS-DN-Q4
006010     DIVIDE WS-DN-YOE BY 100 GIVING WS-DN-Q100
006020     COMPUTE WS-DN-DAYS = WS-DN-ERA * 146097
006030         + WS-DN-YOE * 365 + WS-DN-Q4 - WS-DN-Q100
006040         + WS-DN-DOY.
006050 7200-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090* 8100-WRITE-REPORT-LINE - WRITE ONE REPORT LINE FROM THE PRINT
006100*                  WORK AREA, BREAKING THE PAGE WHEN FULL.
006110*----------------------------------------------------------------
006120 8100-WRITE-REPORT-LINE.
006130     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
006140         PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
006150     END-IF
006160     WRITE PRINT-LINE FROM WS-PRINT-WORK
006170     ADD 1 TO WS-LINE-COUNT.
006180 8100-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------
006220* 8200-WRITE-HEADING - START A NEW PAGE WITH THE REPORT HEADING.
006230*----------------------------------------------------------------
006240 8200-WRITE-HEADING.
006250     ADD 1 TO WS-PAGE-COUNT
006260     MOVE WS-AS-OF-DATE TO WS-HL1-AS-OF
006270     MOVE WS-WINDOW-DAYS TO WS-HL1-WINDOW
006280     MOVE WS-PAGE-COUNT TO WS-HL1-PAGE
006290     WRITE PRINT-LINE FROM WS-HEADING-LINE-1
006300     MOVE ZERO TO WS-LINE-COUNT.
006310 8200-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350* 9000-TERMINATE - CLOSE THE FILES, SHOW THE COUNT ON THE
006360*                  CONSOLE, AND END THE RUN.
006370*----------------------------------------------------------------
006380 9000-TERMINATE.
006390     DISPLAY "ComplDue: acknowledgements lapsing in the next "
006400         WS-WINDOW-DAYS " days: " WS-LAPSING-COUNT
006410     CLOSE ComplyFile
006420     IF PREREG-AVAILABLE
006430         CLOSE PreRegFile
006440     END-IF
006450     CLOSE PrintFile.
006460 9000-EXIT.
006470     EXIT.
