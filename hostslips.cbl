000170*                  THE FILE (REWRITTEN THROUGH HOSTWORK THE WAY
000180*                  LogArchive REWRITES THE VISITOR LOG) SO THE
000190*                  NEXT RUN PICKS UP ONLY THE NEW ARRIVALS.
000191* 2026-10-15  RCM  GROUP THE SLIPS BY FLOOR, THEN HOST, SO THE
000192*                  RUNNER DELIVERS THEM FLOOR BY FLOOR.  FLOOR,
000193*                  LOCATION, AND EXTENSION COME FROM THE HOST
000194*                  DIRECTORY (HOSTDIR) BY THE HOST ID ON THE
000195*                  NOTIFICATION, OR BY NAME FOR AN OLDER ONE
000196*                  WITHOUT AN ID.  A HOST NOT FOUND THERE PRINTS
000197*                  LAST UNDER ITS OWN HEADING.  HOSTNTFY GREW BY
000198*                  THE HOST ID, SO THE WORK RECORD GREW WITH IT.
000199* 2026-10-15  RCM  SET RETURN-CODE FOR THE END-OF-DAY JOB STREAM
000200*                  (NightRun): 8 WHEN THE RUN ABORTS, ELSE 0.  NO
000201*                  HOSTNTFY FILE IS NOTHING TO PRINT, NOT A
000202*                  FAILURE.
000203* 2026-10-15  RCM  TAKE A DATED BACKUP GENERATION OF HOSTNTFY
000204*                  (BackupGen) BEFORE MARKING THE PRINTED SLIPS.
000205*                  IF NO BACKUP CAN BE TAKEN THE FILE IS LEFT
000206*                  UNMARKED (THE SLIPS PRINT AGAIN NEXT RUN) AND
000207*                  RETURN-CODE IS 4.
000208* 2026-10-15  RCM  ONE NOTIFICATION NOW COVERS A PARTY CHECKED IN
000209*                  TOGETHER: THE SLIP NAMES THE LEAD VISITOR AND
000210*                  A SECOND LINE GIVES THE PARTY SIZE AND PARTY
000211*                  ID.  HOSTNTFY GREW BY THE PARTY FIELDS, SO THE
000212*                  WORK RECORD GREW WITH IT.
000213*----------------------------------------------------------------
000214
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000330     SELECT PrintFile ASSIGN TO "HOSTRPT"
000340         ORGANIZATION LINE SEQUENTIAL.
000350
000351     SELECT HostDirFile ASSIGN TO "HOSTDIR"
000352         ORGANIZATION INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS HD-HOST-ID
000355         ALTERNATE RECORD KEY IS HD-NAME
000356             WITH DUPLICATES
000357         FILE STATUS IS WS-HD-STATUS.
000358
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  NotifyFile.
000400     COPY HostNotifyRecord.
000410
000420 FD  WorkFile.
000430 01  WORK-RECORD                     PIC X(154).
000440
000450 FD  PrintFile.
000460 01  PRINT-LINE                      PIC X(80).
000461
000462 FD  HostDirFile.
000463 01  HOST-DIR-RECORD.
000464     COPY HostDirRecord.
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-NOTIFY-STATUS                PIC X(02).
000540     88  WORK-OK                         VALUE "00".
000550     88  WORK-AT-END                     VALUE "10".
000560
000562 01  WS-HD-STATUS                    PIC X(02).
000564     88  HD-OK                           VALUE "00".
000566     88  HD-FILE-NOT-FOUND               VALUE "35".
000568
000570 01  WS-CURRENT-DATE-TIME.
000580     05  WS-CURRENT-DATE             PIC X(08).
000590     05  WS-CURRENT-TIME             PIC X(08).
000592
000594 01  BACKUP-REQUEST.
000596     COPY BackupRequest.
000600
000610 01  WS-SWITCHES.
000620     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000650         88  WORK-EOF                    VALUE 'Y'.
000660     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000670         88  ABORT-RUN                   VALUE 'Y'.
000671     05  WS-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
000672         88  HOST-DIR-AVAILABLE          VALUE 'Y'.
000680
000690 01  WS-OVERFLOW-SW                  PIC X(01) VALUE 'N'.
000700     88  SLIP-TABLE-OVERFLOW             VALUE 'Y'.
000850 01  WS-SLIP-TABLE.
000860     05  WS-SLIP-ENTRY               OCCURS 200 TIMES.
000870         10  WS-SL-RECORD-NO         COMP PIC 9(05).
000871         10  WS-SL-SORT-KEY.
000872             15  WS-SL-FLOOR         PIC X(04).
000880             15  WS-SL-HOST          PIC X(40).
000881             15  WS-SL-HOST-ID       PIC X(08).
000882         10  WS-SL-LOCATION          PIC X(20).
000883         10  WS-SL-EXTENSION         PIC X(06).
000890         10  WS-SL-VISITOR           PIC X(40).
000900         10  WS-SL-DATE              PIC X(08).
000910         10  WS-SL-TIME              PIC X(08).
000920         10  WS-SL-PURPOSE           PIC X(30).
000921         10  WS-SL-PARTY-ID          PIC X(08).
000922         10  WS-SL-PARTY-SIZE        PIC 9(03).
000930
000940 01  WS-SLIP-SWAP-ENTRY.
000950     05  WS-SW-RECORD-NO             COMP PIC 9(05).
000951     05  WS-SW-SORT-KEY.
000952         10  WS-SW-FLOOR             PIC X(04).
000960         10  WS-SW-HOST              PIC X(40).
000961         10  WS-SW-HOST-ID           PIC X(08).
000962     05  WS-SW-LOCATION              PIC X(20).
000963     05  WS-SW-EXTENSION             PIC X(06).
000970     05  WS-SW-VISITOR               PIC X(40).
000980     05  WS-SW-DATE                  PIC X(08).
000990     05  WS-SW-TIME                  PIC X(08).
001000     05  WS-SW-PURPOSE               PIC X(30).
001001     05  WS-SW-PARTY-ID              PIC X(08).
001002     05  WS-SW-PARTY-SIZE            PIC 9(03).
001010
001011 01  WS-PREV-FLOOR                   PIC X(04).
001020 01  WS-PREV-HOST.
001021     05  WS-PREV-HOST-NAME           PIC X(40).
001022     05  WS-PREV-HOST-ID             PIC X(08).
001030
001040 01  WS-DISPLAY-COUNT                PIC ZZZZ9.
001050
001110     05  FILLER                      PIC X(07) VALUE "  PAGE:".
001120     05  WS-HL1-PAGE                 PIC ZZZ9.
001130
001131 01  WS-FLOOR-LINE.
001132     05  FILLER                      PIC X(07) VALUE "FLOOR: ".
001133     05  WS-FO-FLOOR                 PIC X(24).
001134
001140 01  WS-HOST-LINE.
001150     05  FILLER                      PIC X(06) VALUE "HOST: ".
001160     05  WS-HO-NAME                  PIC X(40).
001161     05  FILLER                      PIC X(01) VALUE SPACE.
001162     05  WS-HO-LOCATION              PIC X(20).
001163     05  WS-HO-EXT-LABEL             PIC X(05).
001164     05  WS-HO-EXTENSION             PIC X(06).
001170
001180 01  WS-DETAIL-LINE.
001190     05  FILLER                      PIC X(02) VALUE SPACES.
001220     05  WS-DL-VISITOR               PIC X(40).
001230     05  FILLER                      PIC X(01) VALUE SPACE.
001240     05  WS-DL-PURPOSE               PIC X(27).
001241
001242 01  WS-PARTY-LINE.
001243     05  FILLER                      PIC X(12) VALUE SPACES.
001244     05  FILLER                      PIC X(09) VALUE "PARTY OF ".
001245     05  WS-PL-SIZE                  PIC ZZ9.
001246     05  FILLER                      PIC X(13)
001247             VALUE " - PARTY ID ".
001248     05  WS-PL-PARTY-ID              PIC X(08).
001250
001260 01  WS-FOOTER-LINE.
001270     05  FILLER                      PIC X(30)
001340     IF NOT ABORT-RUN
001350         PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
001360         IF WS-SLIP-COUNT > ZERO
001370             PERFORM 3000-SORT-BY-FLOOR THRU 3000-EXIT
001380             PERFORM 4000-PRINT-SLIPS THRU 4000-EXIT
001390             PERFORM 5000-MARK-PRINTED THRU 5000-EXIT
001400         ELSE
001410             DISPLAY "HostSlips: no notifications outstanding."
001411         END-IF
001412     END-IF
001413     IF ABORT-RUN
001414         AND NOT NOTIFY-FILE-NOT-FOUND
001415         MOVE 8 TO RETURN-CODE
001416     ELSE
001417         MOVE ZERO TO RETURN-CODE
001418         IF BKR-FAILED
001419             MOVE 4 TO RETURN-CODE
001420         END-IF
001430     END-IF
001440     GOBACK.
001460*----------------------------------------------------------------
001470* 1000-INITIALIZE - RESET THE RUN SWITCHES AND OPEN THE PENDING
001480*                  NOTIFICATIONS.  NO FILE YET MEANS NO VISITOR
001490*                  WITH A HOST HAS CHECKED IN.  NO HOST DIRECTORY
001491*                  MEANS EVERY SLIP PRINTS UNDER THE NOT-FOUND
001492*                  HEADING, GROUPED BY HOST AS BEFORE.
001500*----------------------------------------------------------------
001510 1000-INITIALIZE.
001520     MOVE 'N' TO WS-EOF-SW
001530     MOVE 'N' TO WS-WORK-EOF-SW
001540     MOVE 'N' TO WS-ABORT-SW
001550     MOVE 'N' TO WS-OVERFLOW-SW
001551     MOVE SPACES TO BKR-RESULT
001560     MOVE ZERO TO WS-SLIP-COUNT
001570     MOVE ZERO TO WS-RECORD-NUMBER
001580     MOVE ZERO TO WS-LINE-COUNT
001680                 "file status " WS-NOTIFY-STATUS
001690         END-IF
001700         MOVE 'Y' TO WS-ABORT-SW
001701         GO TO 1000-EXIT
001702     END-IF
001703     MOVE 'N' TO WS-HOSTDIR-OPEN-SW
001704     OPEN INPUT HostDirFile
001705     IF HD-OK
001706         MOVE 'Y' TO WS-HOSTDIR-OPEN-SW
001707     ELSE
001708         IF NOT HD-FILE-NOT-FOUND
001709             DISPLAY "HostSlips: HOSTDIR open failed, "
001710                 "file status " WS-HD-STATUS
001711         END-IF
001712     END-IF.
001720 1000-EXIT.
001730     EXIT.
001740
001840     PERFORM 2200-TABLE-PENDING THRU 2200-EXIT
001850         UNTIL NOTIFY-AT-EOF
001860     CLOSE NotifyFile
001861     IF HOST-DIR-AVAILABLE
001862         CLOSE HostDirFile
001863     END-IF
001870     IF SLIP-TABLE-OVERFLOW
001880         DISPLAY "HostSlips: more notifications than one run "
001890             "prints - run again for the remainder."
002160             MOVE WS-RECORD-NUMBER
002170                 TO WS-SL-RECORD-NO (WS-SLIP-COUNT)
002180             MOVE HN-HOST-NAME TO WS-SL-HOST (WS-SLIP-COUNT)
002181             MOVE HN-HOST-ID TO WS-SL-HOST-ID (WS-SLIP-COUNT)
002182             PERFORM 2210-LOOKUP-HOST THRU 2210-EXIT
002190             MOVE HN-VISITOR-NAME
002200                 TO WS-SL-VISITOR (WS-SLIP-COUNT)
002210             MOVE HN-DATE TO WS-SL-DATE (WS-SLIP-COUNT)
002220             MOVE HN-TIME TO WS-SL-TIME (WS-SLIP-COUNT)
002230             MOVE HN-PURPOSE TO WS-SL-PURPOSE (WS-SLIP-COUNT)
002231             MOVE HN-PARTY-ID TO WS-SL-PARTY-ID (WS-SLIP-COUNT)
002232             IF HN-PARTY-SIZE IS NUMERIC
002233                 MOVE HN-PARTY-SIZE
002234                     TO WS-SL-PARTY-SIZE (WS-SLIP-COUNT)
002235             ELSE
002236                 MOVE ZERO TO WS-SL-PARTY-SIZE (WS-SLIP-COUNT)
002237             END-IF
002240         ELSE
002250             MOVE 'Y' TO WS-OVERFLOW-SW
002260         END-IF
002300     EXIT.
002310
002320*----------------------------------------------------------------
002321* 2210-LOOKUP-HOST - FILL IN THE FLOOR, LOCATION, AND EXTENSION
002322*                  OF THE SLIP JUST TABLED FROM THE HOST
002323*                  DIRECTORY - BY HOST ID, OR BY NAME WHEN THE
002324*                  NOTIFICATION PREDATES THE ID.  A HOST NOT ON
002325*                  FILE GETS A HIGH-VALUE FLOOR SO IT SORTS LAST.
002326*----------------------------------------------------------------
002327 2210-LOOKUP-HOST.
002328     MOVE HIGH-VALUES TO WS-SL-FLOOR (WS-SLIP-COUNT)
002329     MOVE SPACES TO WS-SL-LOCATION (WS-SLIP-COUNT)
002330     MOVE SPACES TO WS-SL-EXTENSION (WS-SLIP-COUNT)
002331     IF NOT HOST-DIR-AVAILABLE
002332         GO TO 2210-EXIT
002333     END-IF
002334     IF HN-HOST-ID NOT = SPACES
002335         MOVE HN-HOST-ID TO HD-HOST-ID
002336         READ HostDirFile
002337             INVALID KEY
002338                 GO TO 2210-EXIT
002339         END-READ
002340     ELSE
002341         IF HN-HOST-NAME = SPACES
002342             GO TO 2210-EXIT
002343         END-IF
002344         MOVE HN-HOST-NAME TO HD-NAME
002345         READ HostDirFile KEY IS HD-NAME
002346             INVALID KEY
002347                 GO TO 2210-EXIT
002348         END-READ
002349         MOVE HD-HOST-ID TO WS-SL-HOST-ID (WS-SLIP-COUNT)
002350     END-IF
002351     MOVE HD-FLOOR TO WS-SL-FLOOR (WS-SLIP-COUNT)
002352     MOVE HD-LOCATION TO WS-SL-LOCATION (WS-SLIP-COUNT)
002353     MOVE HD-EXTENSION TO WS-SL-EXTENSION (WS-SLIP-COUNT).
002354 2210-EXIT.
002355     EXIT.
002356
002357*----------------------------------------------------------------
002358* 3000-SORT-BY-FLOOR - SELECTION SORT OF THE SLIP TABLE BY
002359*                  FLOOR, HOST NAME, AND HOST ID, SO THE SLIPS
002360*                  COME OUT GROUPED BY FLOOR AND THEN BY HOST.
002361*                  THE TABLE IS SMALL ENOUGH THAT A SIMPLE
002362*                  EXCHANGE SORT IS FINE.
002370*----------------------------------------------------------------
002380 3000-SORT-BY-FLOOR.
002390     IF WS-SLIP-COUNT < 2
002400         GO TO 3000-EXIT
002410     END-IF
002470
002480*----------------------------------------------------------------
002490* 3100-SORT-PASS - ONE SELECTION PASS: PULL THE LOWEST REMAINING
002500*                  FLOOR AND HOST UP TO POSITION WS-SORT-I.
002510*----------------------------------------------------------------
002520 3100-SORT-PASS.
002530     COMPUTE WS-SORT-J = WS-SORT-I + 1
002590
002600*----------------------------------------------------------------
002610* 3110-SORT-COMPARE - EXCHANGE WHEN THE LOWER ENTRY SORTS FIRST
002620*                  BY FLOOR AND HOST.
002630*----------------------------------------------------------------
002640 3110-SORT-COMPARE.
002650     IF WS-SL-SORT-KEY (WS-SORT-J) < WS-SL-SORT-KEY (WS-SORT-I)
002660         MOVE WS-SLIP-ENTRY (WS-SORT-I) TO WS-SLIP-SWAP-ENTRY
002670         MOVE WS-SLIP-ENTRY (WS-SORT-J)
002680             TO WS-SLIP-ENTRY (WS-SORT-I)
002730     EXIT.
002740
002750*----------------------------------------------------------------
002760* 4000-PRINT-SLIPS - PRINT THE SLIPS GROUPED BY FLOOR AND HOST -
002770*                  A FLOOR LINE, THEN A HOST LINE FOLLOWED BY ONE
002771*                  DETAIL PER VISITOR.
002780*----------------------------------------------------------------
002790 4000-PRINT-SLIPS.
002800     OPEN OUTPUT PrintFile
002810     PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
002811     MOVE LOW-VALUES TO WS-PREV-FLOOR
002820     MOVE LOW-VALUES TO WS-PREV-HOST
002830     MOVE 1 TO WS-SUB
002840     PERFORM 4100-PRINT-SLIP THRU 4100-EXIT
002940     EXIT.
002950
002960*----------------------------------------------------------------
002970* 4100-PRINT-SLIP - PRINT ONE SLIP, STARTING A NEW FLOOR OR HOST
002980*                  GROUP WHEN EITHER CHANGES AND BREAKING THE
002990*                  PAGE WHEN FULL.  A PARTY'S SLIP CARRIES A
002991*                  SECOND LINE WITH THE PARTY SIZE AND ID.
003000*----------------------------------------------------------------
003010 4100-PRINT-SLIP.
003020     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
003030         PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
003031         MOVE LOW-VALUES TO WS-PREV-FLOOR
003040         MOVE LOW-VALUES TO WS-PREV-HOST
003050     END-IF
003051     IF WS-SL-FLOOR (WS-SUB) NOT = WS-PREV-FLOOR
003052         MOVE SPACES TO PRINT-LINE
003053         WRITE PRINT-LINE
003054         IF WS-SL-FLOOR (WS-SUB) = HIGH-VALUES
003055             MOVE "NOT ON HOST DIRECTORY" TO WS-FO-FLOOR
003056         ELSE
003057             MOVE WS-SL-FLOOR (WS-SUB) TO WS-FO-FLOOR
003058         END-IF
003059         WRITE PRINT-LINE FROM WS-FLOOR-LINE
003060         ADD 2 TO WS-LINE-COUNT
003061         MOVE WS-SL-FLOOR (WS-SUB) TO WS-PREV-FLOOR
003062         MOVE LOW-VALUES TO WS-PREV-HOST
003063     END-IF
003064     IF WS-SL-HOST (WS-SUB) NOT = WS-PREV-HOST-NAME
003065         OR WS-SL-HOST-ID (WS-SUB) NOT = WS-PREV-HOST-ID
003070         MOVE SPACES TO PRINT-LINE
003080         WRITE PRINT-LINE
003090         MOVE WS-SL-HOST (WS-SUB) TO WS-HO-NAME
003091         MOVE WS-SL-LOCATION (WS-SUB) TO WS-HO-LOCATION
003092         IF WS-SL-EXTENSION (WS-SUB) = SPACES
003093             MOVE SPACES TO WS-HO-EXT-LABEL
003094         ELSE
003095             MOVE " EXT " TO WS-HO-EXT-LABEL
003096         END-IF
003097         MOVE WS-SL-EXTENSION (WS-SUB) TO WS-HO-EXTENSION
003100         WRITE PRINT-LINE FROM WS-HOST-LINE
003110         ADD 2 TO WS-LINE-COUNT
003120         MOVE WS-SL-HOST (WS-SUB) TO WS-PREV-HOST-NAME
003121         MOVE WS-SL-HOST-ID (WS-SUB) TO WS-PREV-HOST-ID
003130     END-IF
003140     MOVE WS-SL-TIME (WS-SUB) TO WS-DL-TIME
003150     MOVE WS-SL-VISITOR (WS-SUB) TO WS-DL-VISITOR
003160     MOVE WS-SL-PURPOSE (WS-SUB) TO WS-DL-PURPOSE
003170     WRITE PRINT-LINE FROM WS-DETAIL-LINE
003180     ADD 1 TO WS-LINE-COUNT
003181     IF WS-SL-PARTY-SIZE (WS-SUB) > 1
003182         MOVE WS-SL-PARTY-SIZE (WS-SUB) TO WS-PL-SIZE
003183         MOVE WS-SL-PARTY-ID (WS-SUB) TO WS-PL-PARTY-ID
003184         WRITE PRINT-LINE FROM WS-PARTY-LINE
003185         ADD 1 TO WS-LINE-COUNT
003186     END-IF
003190     ADD 1 TO WS-SUB.
003200 4100-EXIT.
003210     EXIT.
003230*----------------------------------------------------------------
003240* 5000-MARK-PRINTED - REWRITE THE NOTIFICATION FILE THROUGH THE
003250*                  WORK FILE, MARKING THE SLIPS JUST PRINTED SO
003260*                  THE NEXT RUN SKIPS THEM.  A BACKUP GENERATION
003261*                  IS TAKEN FIRST; WITHOUT ONE NOTHING IS MARKED.
003270*----------------------------------------------------------------
003280 5000-MARK-PRINTED.
003281     MOVE "HOSTNTFY" TO BKR-FILE-ID
003282     MOVE "HostSlips" TO BKR-PROGRAM
003283     CALL "BackupGen" USING BACKUP-REQUEST
003284     IF BKR-FAILED
003285         DISPLAY "HostSlips: HOSTNTFY backup failed - slips "
003286             "not marked, they will print again next run."
003287         GO TO 5000-EXIT
003288     END-IF
003290     OPEN INPUT NotifyFile
003300     OPEN OUTPUT WorkFile
003310     MOVE 'N' TO WS-EOF-SW
