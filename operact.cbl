000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OperAct.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - OPERATOR ACTIVITY AND
000110*                  ACCESS-EXCEPTION REPORT FOR A REQUESTED DATE
000120*                  RANGE.  THE SIGN-ON LOG (SIGNLOG), THE RUN
000130*                  AUDIT LOG (AUDITLOG), AND THE MASTER
000140*                  MAINTENANCE LOG (MAINTLOG) ARE SORTED
000150*                  TOGETHER INTO TIME ORDER.  ACTRPT SHOWS, PER
000160*                  OPERATOR AND TERMINAL, THE SESSIONS SIGNED ON,
000170*                  VISITORS GREETED, MASTER RENAMES, MERGES AND
000180*                  DELETES, AND DENIED CHOICES.  THE EXCEPTIONS
000190*                  LIST REPEATED REFUSED SIGN-ONS AT A TERMINAL,
000200*                  SUPERVISOR-LEVEL WORK OUTSIDE DESK HOURS, AND
000210*                  OPERATORS WHO SIGNED ON IN THE PERIOD BUT ARE
000220*                  NO LONGER ON OPERFILE.  MAINTLOG CARRIES NO
000230*                  TERMINAL, SO A MASTER CHANGE IS CREDITED TO
000240*                  THE TERMINAL THE OPERATOR LAST SIGNED ON AT.
000250*                  THE PERIOD AND THE DESK HOURS COME FROM
000260*                  BATPARMS WHEN AN OPERACT RECORD IS PRESENT,
000270*                  OTHERWISE FROM THE PROMPTS.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     CONSOLE IS KEYBOARD.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SignOnLog ASSIGN TO "SIGNLOG"
000370         ORGANIZATION LINE SEQUENTIAL
000380         FILE STATUS IS WS-SL-STATUS.
000390
000400     SELECT AuditLog ASSIGN TO "AUDITLOG"
000410         ORGANIZATION LINE SEQUENTIAL
000420         FILE STATUS IS WS-AUDIT-STATUS.
000430
000440     SELECT MaintLog ASSIGN TO "MAINTLOG"
000450         ORGANIZATION LINE SEQUENTIAL
000460         FILE STATUS IS WS-ML-STATUS.
000470
000480     SELECT OperatorFile ASSIGN TO "OPERFILE"
000490         ORGANIZATION INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OP-ID-KEY
000520         FILE STATUS IS WS-OP-STATUS.
000530
000540     SELECT ParmFile ASSIGN TO "BATPARMS"
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARM-STATUS.
000570
000580     SELECT SortFile ASSIGN TO "SORTWK".
000590
000600     SELECT PrintFile ASSIGN TO "ACTRPT"
000610         ORGANIZATION LINE SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SignOnLog.
000660 01  SIGNON-LOG-RECORD.
000670     COPY SignLogRecord.
000680
000690 FD  AuditLog.
000700 01  AUDIT-LOG-RECORD.
000710     COPY AuditLogRecord.
000720
000730 FD  MaintLog.
000740 01  MAINT-LOG-RECORD.
000750     COPY MaintLogRecord.
000760
000770 FD  OperatorFile.
000780 01  OPERATOR-RECORD.
000790     COPY OperatorRecord.
000800
000810 FD  ParmFile.
000820 01  PARM-RECORD.
000830     COPY BatchParmRecord.
000840
000850*----------------------------------------------------------------
000860* SORT KEY IS THE DATE/TIME STAMP OF THE LOGGED EVENT, THEN THE
000870* LOG IT CAME FROM, SO A SIGN-ON SORTS AHEAD OF THE WORK DONE IN
000880* THE SAME SECOND.  THE LOG RECORD RIDES ALONG UNCHANGED.
000890*----------------------------------------------------------------
000900 SD  SortFile.
000910 01  SORT-RECORD.
000920     05  SRT-STAMP                   PIC X(16).
000930     05  SRT-SOURCE                  PIC X(01).
000940         88  SRT-FROM-SIGNLOG            VALUE '1'.
000950         88  SRT-FROM-AUDITLOG           VALUE '2'.
000960         88  SRT-FROM-MAINTLOG           VALUE '3'.
000970     05  SRT-LOG-DATA                PIC X(150).
000980
000990 FD  PrintFile.
001000 01  PRINT-LINE                      PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-SL-STATUS                    PIC X(02).
001040     88  SL-OK                           VALUE "00".
001050     88  SL-FILE-NOT-FOUND               VALUE "35".
001060
001070 01  WS-AUDIT-STATUS                 PIC X(02).
001080     88  AUDIT-OK                        VALUE "00".
001090     88  AUDIT-FILE-NOT-FOUND            VALUE "35".
001100
001110 01  WS-ML-STATUS                    PIC X(02).
001120     88  ML-OK                           VALUE "00".
001130     88  ML-FILE-NOT-FOUND               VALUE "35".
001140
001150 01  WS-OP-STATUS                    PIC X(02).
001160     88  OP-OK                           VALUE "00".
001170     88  OP-NOT-FOUND                    VALUE "23".
001180     88  OP-FILE-NOT-FOUND               VALUE "35".
001190
001200 01  WS-PARM-STATUS                  PIC X(02).
001210     88  PARM-OK                         VALUE "00".
001220     88  PARM-FILE-NOT-FOUND             VALUE "35".
001230     88  PARM-AT-END                     VALUE "10".
001240
001250 01  WS-DATE-RANGE.
001260     05  WS-FROM-DATE                PIC X(08).
001270     05  WS-TO-DATE                  PIC X(08).
001280
001290*----------------------------------------------------------------
001300* DESK HOURS ARE KEYED (AND HELD ON BATPARMS) AS HHHH - THE HOUR
001310* THE DESK OPENS AND THE HOUR IT CLOSES.  WORK LOGGED BEFORE THE
001320* OPENING HOUR OR FROM THE CLOSING HOUR ON IS OUTSIDE HOURS.
001330*----------------------------------------------------------------
001340 01  WS-HOURS-ENTRY                  PIC X(04).
001350 01  WS-HOURS-ENTRY-N REDEFINES WS-HOURS-ENTRY.
001360     05  WS-HE-OPEN                  PIC 9(02).
001370     05  WS-HE-CLOSE                 PIC 9(02).
001380
001390 77  WS-DEFAULT-HOURS                PIC X(04) VALUE "0719".
001400
001410 01  WS-DESK-HOURS.
001420     05  WS-DESK-OPEN                PIC 9(02) VALUE ZERO.
001430     05  WS-DESK-CLOSE               PIC 9(02) VALUE ZERO.
001440
001450 01  WS-HOUR-WORK                    PIC X(02).
001460 01  WS-HOUR-WORK-N REDEFINES WS-HOUR-WORK
001470                                     PIC 9(02).
001480
001490 01  WS-PARM-SOURCE                  PIC X(08).
001500
001510 01  WS-SWITCHES.
001520     05  WS-SL-EOF-SW                PIC X(01) VALUE 'N'.
001530         88  SL-AT-EOF                   VALUE 'Y'.
001540     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001550         88  AUDIT-AT-EOF                VALUE 'Y'.
001560     05  WS-ML-EOF-SW                PIC X(01) VALUE 'N'.
001570         88  ML-AT-EOF                   VALUE 'Y'.
001580     05  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001590         88  SORT-AT-EOF                 VALUE 'Y'.
001600     05  WS-PARM-EOF-SW              PIC X(01) VALUE 'N'.
001610         88  PARMS-AT-EOF                VALUE 'Y'.
001620     05  WS-PARM-FOUND-SW            PIC X(01) VALUE 'N'.
001630         88  PARMS-FOUND                 VALUE 'Y'.
001640     05  WS-HOURS-GOOD-SW            PIC X(01) VALUE 'N'.
001650         88  HOURS-GOOD                  VALUE 'Y'.
001660     05  WS-SL-USED-SW               PIC X(01) VALUE 'N'.
001670         88  SIGNLOG-USED                VALUE 'Y'.
001680     05  WS-AUDIT-USED-SW            PIC X(01) VALUE 'N'.
001690         88  AUDITLOG-USED               VALUE 'Y'.
001700     05  WS-ML-USED-SW               PIC X(01) VALUE 'N'.
001710         88  MAINTLOG-USED               VALUE 'Y'.
001720     05  WS-OUTSIDE-SW               PIC X(01) VALUE 'N'.
001730         88  OUTSIDE-DESK-HOURS          VALUE 'Y'.
001740     05  WS-OPER-OVERFLOW-SW         PIC X(01) VALUE 'N'.
001750         88  OPER-TABLE-OVERFLOW         VALUE 'Y'.
001760     05  WS-REFUSAL-OVERFLOW-SW      PIC X(01) VALUE 'N'.
001770         88  REFUSAL-TABLE-OVERFLOW      VALUE 'Y'.
001780     05  WS-REPEAT-OVERFLOW-SW       PIC X(01) VALUE 'N'.
001790         88  REPEAT-TABLE-OVERFLOW       VALUE 'Y'.
001800     05  WS-AFTER-OVERFLOW-SW        PIC X(01) VALUE 'N'.
001810         88  AFTER-TABLE-OVERFLOW        VALUE 'Y'.
001820
001830 01  WS-COUNTERS.
001840     05  WS-SL-COUNT                 COMP PIC 9(07) VALUE ZERO.
001850     05  WS-AUDIT-COUNT              COMP PIC 9(07) VALUE ZERO.
001860     05  WS-ML-COUNT                 COMP PIC 9(07) VALUE ZERO.
001870     05  WS-REFUSED-COUNT            COMP PIC 9(07) VALUE ZERO.
001880     05  WS-AFTER-HOURS-COUNT        COMP PIC 9(07) VALUE ZERO.
001890     05  WS-NOT-ON-FILE-COUNT        COMP PIC 9(05) VALUE ZERO.
001900     05  WS-SUB                      COMP PIC 9(03) VALUE ZERO.
001910     05  WS-NEXT-SUB                 COMP PIC 9(03) VALUE ZERO.
001920     05  WS-FOUND-SUB                COMP PIC 9(03) VALUE ZERO.
001930     05  WS-OPER-SUB                 COMP PIC 9(03) VALUE ZERO.
001940     05  WS-LINE-COUNT               COMP PIC 9(03) VALUE ZERO.
001950     05  WS-PAGE-COUNT               COMP PIC 9(03) VALUE ZERO.
001960     05  WS-MAX-LINES-PER-PAGE       COMP PIC 9(03) VALUE 50.
001970
001980 77  WS-ACT-MAX                      COMP PIC 9(03) VALUE 100.
001990 77  WS-OTHERS-SUB                   COMP PIC 9(03) VALUE 101.
002000 77  WS-OPER-MAX                     COMP PIC 9(03) VALUE 100.
002010 77  WS-REFUSAL-MAX                  COMP PIC 9(03) VALUE 50.
002020 77  WS-REPEAT-MAX                   COMP PIC 9(03) VALUE 100.
002030 77  WS-AFTER-MAX                    COMP PIC 9(03) VALUE 200.
002040 77  WS-REFUSED-LIMIT                COMP PIC 9(03) VALUE 3.
002050
002060*----------------------------------------------------------------
002070* THE OPERATOR/TERMINAL KEY OF THE EVENT BEING COUNTED.
002080*----------------------------------------------------------------
002090 01  WS-EVENT-KEY.
002100     05  WS-EV-OPERATOR-ID           PIC X(08).
002110     05  WS-EV-TERMINAL-ID           PIC X(08).
002120
002130 01  WS-EVENT-STAMP.
002140     05  WS-EV-DATE                  PIC X(08).
002150     05  WS-EV-TIME                  PIC X(08).
002160
002170 01  WS-EVENT-WORK                   PIC X(40).
002180
002190*----------------------------------------------------------------
002200* ACTIVITY ACCUMULATORS, KEPT IN OPERATOR/TERMINAL ORDER FOR THE
002210* REPORT.  THE LAST ENTRY POOLS EVERY PAIR PAST THE TABLE LIMIT
002220* SO THE REPORT TOTALS STILL FOOT.
002230*----------------------------------------------------------------
002240 01  WS-ACT-TABLE.
002250     05  WS-ACT-COUNT                COMP PIC 9(03) VALUE ZERO.
002260     05  WS-ACT-ENTRY                OCCURS 101 TIMES.
002270         10  WS-AT-KEY.
002280             15  WS-AT-OPERATOR-ID   PIC X(08).
002290             15  WS-AT-TERMINAL-ID   PIC X(08).
002300         10  WS-AT-SESSIONS          COMP PIC 9(05).
002310         10  WS-AT-VISITORS          COMP PIC 9(07).
002320         10  WS-AT-RENAMES           COMP PIC 9(05).
002330         10  WS-AT-MERGES            COMP PIC 9(05).
002340         10  WS-AT-DELETES           COMP PIC 9(05).
002350         10  WS-AT-DENIED            COMP PIC 9(05).
002360
002370 01  WS-ACT-TOTALS.
002380     05  WS-AX-SESSIONS              COMP PIC 9(07) VALUE ZERO.
002390     05  WS-AX-VISITORS              COMP PIC 9(07) VALUE ZERO.
002400     05  WS-AX-RENAMES               COMP PIC 9(07) VALUE ZERO.
002410     05  WS-AX-MERGES                COMP PIC 9(07) VALUE ZERO.
002420     05  WS-AX-DELETES               COMP PIC 9(07) VALUE ZERO.
002430     05  WS-AX-DENIED                COMP PIC 9(07) VALUE ZERO.
002440
002450 01  WS-SUB-TOTALS.
002460     05  WS-SX-OPERATOR-ID           PIC X(08).
002470     05  WS-SX-LINES                 COMP PIC 9(03) VALUE ZERO.
002480     05  WS-SX-SESSIONS              COMP PIC 9(07) VALUE ZERO.
002490     05  WS-SX-VISITORS              COMP PIC 9(07) VALUE ZERO.
002500     05  WS-SX-RENAMES               COMP PIC 9(07) VALUE ZERO.
002510     05  WS-SX-MERGES                COMP PIC 9(07) VALUE ZERO.
002520     05  WS-SX-DELETES               COMP PIC 9(07) VALUE ZERO.
002530     05  WS-SX-DENIED                COMP PIC 9(07) VALUE ZERO.
002540
002550*----------------------------------------------------------------
002560* EVERY OPERATOR SEEN SIGNING ON: THE TERMINAL OF THE LATEST
002570* SIGN-ON (ANY DATE UP TO THE END OF THE PERIOD), FOR CREDITING
002580* MASTER CHANGES, AND THE SIGN-ONS IN THE PERIOD ITSELF, FOR
002590* THE OPERFILE CHECK.
002600*----------------------------------------------------------------
002610 01  WS-OPER-TABLE.
002620     05  WS-OPER-COUNT               COMP PIC 9(03) VALUE ZERO.
002630     05  WS-OPER-ENTRY               OCCURS 100 TIMES.
002640         10  WS-OT-OPERATOR-ID       PIC X(08).
002650         10  WS-OT-TERMINAL-ID       PIC X(08).
002660         10  WS-OT-SESSIONS          COMP PIC 9(05).
002670         10  WS-OT-LAST-DATE         PIC X(08).
002680         10  WS-OT-LAST-TERMINAL     PIC X(08).
002690
002700*----------------------------------------------------------------
002710* REFUSED SIGN-ONS FOR THE DAY BEING READ, ONE ENTRY PER
002720* TERMINAL.  AT EACH CHANGE OF DAY THE TERMINALS THAT REACHED
002730* THE LIMIT ARE CARRIED TO THE REPEATED-REFUSAL LIST.
002740*----------------------------------------------------------------
002750 01  WS-REFUSAL-DATE                 PIC X(08).
002760
002770 01  WS-REFUSAL-TABLE.
002780     05  WS-REFUSAL-COUNT            COMP PIC 9(03) VALUE ZERO.
002790     05  WS-REFUSAL-ENTRY            OCCURS 50 TIMES.
002800         10  WS-RT-TERMINAL-ID       PIC X(08).
002810         10  WS-RT-COUNT             COMP PIC 9(05).
002820         10  WS-RT-FIRST-TIME        PIC X(08).
002830         10  WS-RT-LAST-TIME         PIC X(08).
002840         10  WS-RT-LAST-ID           PIC X(08).
002850
002860 01  WS-REPEAT-TABLE.
002870     05  WS-REPEAT-COUNT             COMP PIC 9(03) VALUE ZERO.
002880     05  WS-REPEAT-ENTRY             OCCURS 100 TIMES.
002890         10  WS-RP-DATE              PIC X(08).
002900         10  WS-RP-TERMINAL-ID       PIC X(08).
002910         10  WS-RP-COUNT             COMP PIC 9(05).
002920         10  WS-RP-FIRST-TIME        PIC X(08).
002930         10  WS-RP-LAST-TIME         PIC X(08).
002940         10  WS-RP-LAST-ID           PIC X(08).
002950
002960 01  WS-AFTER-TABLE.
002970     05  WS-AFTER-COUNT              COMP PIC 9(03) VALUE ZERO.
002980     05  WS-AFTER-ENTRY              OCCURS 200 TIMES.
002990         10  WS-AH-DATE              PIC X(08).
003000         10  WS-AH-TIME              PIC X(08).
003010         10  WS-AH-OPERATOR-ID       PIC X(08).
003020         10  WS-AH-TERMINAL-ID       PIC X(08).
003030         10  WS-AH-WORK              PIC X(40).
003040
003050 01  WS-PRINT-WORK                   PIC X(80).
003060
003070 01  WS-HEADING-LINE-1.
003080     05  FILLER                      PIC X(27)
003090             VALUE "OPERATOR ACTIVITY REPORT".
003100     05  FILLER                      PIC X(06) VALUE "FROM:".
003110     05  WS-HL1-FROM                 PIC X(08).
003120     05  FILLER                      PIC X(06) VALUE "  TO:".
003130     05  WS-HL1-TO                   PIC X(08).
003140     05  FILLER                      PIC X(07) VALUE "  PAGE:".
003150     05  WS-HL1-PAGE                 PIC ZZZ9.
003160
003170 01  WS-PARM-LINE.
003180     05  FILLER                      PIC X(17)
003190             VALUE "PARAMETERS FROM:".
003200     05  WS-PL-SOURCE                PIC X(08).
003210     05  FILLER                      PIC X(15)
003220             VALUE "  DESK HOURS:".
003230     05  WS-PL-OPEN                  PIC 9(02).
003240     05  FILLER                      PIC X(07) VALUE ":00 TO ".
003250     05  WS-PL-CLOSE                 PIC 9(02).
003260     05  FILLER                      PIC X(03) VALUE ":00".
003270
003280 01  WS-TOTAL-LINE.
003290     05  FILLER                      PIC X(02) VALUE SPACES.
003300     05  WS-TL-LABEL                 PIC X(40).
003310     05  WS-TL-COUNT                 PIC ZZZZZZ9.
003320
003330 01  WS-ACTIVITY-HEADING.
003340     05  FILLER                      PIC X(10) VALUE "OPERATOR".
003350     05  FILLER                      PIC X(10) VALUE "TERMINAL".
003360     05  FILLER                      PIC X(10) VALUE "SESSIONS".
003370     05  FILLER                      PIC X(10) VALUE "VISITORS".
003380     05  FILLER                      PIC X(09) VALUE "RENAMES".
003390     05  FILLER                      PIC X(08) VALUE "MERGES".
003400     05  FILLER                      PIC X(09) VALUE "DELETES".
003410     05  FILLER                      PIC X(06) VALUE "DENIED".
003420
003430 01  WS-ACTIVITY-LINE.
003440     05  WS-AL-OPERATOR-ID           PIC X(08).
003450     05  FILLER                      PIC X(02) VALUE SPACES.
003460     05  WS-AL-TERMINAL-ID           PIC X(08).
003470     05  FILLER                      PIC X(02) VALUE SPACES.
003480     05  WS-AL-SESSIONS              PIC ZZZZZZZ9.
003490     05  FILLER                      PIC X(02) VALUE SPACES.
003500     05  WS-AL-VISITORS              PIC ZZZZZZZ9.
003510     05  FILLER                      PIC X(02) VALUE SPACES.
003520     05  WS-AL-RENAMES               PIC ZZZZZZ9.
003530     05  FILLER                      PIC X(02) VALUE SPACES.
003540     05  WS-AL-MERGES                PIC ZZZZZ9.
003550     05  FILLER                      PIC X(02) VALUE SPACES.
003560     05  WS-AL-DELETES               PIC ZZZZZZ9.
003570     05  FILLER                      PIC X(02) VALUE SPACES.
003580     05  WS-AL-DENIED                PIC ZZZZZ9.
003590
003600 01  WS-REPEAT-TITLE.
003610     05  FILLER                      PIC X(26)
003620             VALUE "REPEATED REFUSED SIGN-ONS ".
003630     05  FILLER                      PIC X(36)
003640             VALUE "(3 OR MORE IN A DAY AT ONE TERMINAL)".
003650
003660 01  WS-REPEAT-HEADING.
003670     05  FILLER                      PIC X(10) VALUE "DATE".
003680     05  FILLER                      PIC X(10) VALUE "TERMINAL".
003690     05  FILLER                      PIC X(09) VALUE "REFUSED".
003700     05  FILLER                      PIC X(07) VALUE "FIRST".
003710     05  FILLER                      PIC X(07) VALUE "LAST".
003720     05  FILLER                      PIC X(13)
003730             VALUE "LAST ID KEYED".
003740
003750 01  WS-REPEAT-LINE.
003760     05  WS-RL-DATE                  PIC X(08).
003770     05  FILLER                      PIC X(02) VALUE SPACES.
003780     05  WS-RL-TERMINAL-ID           PIC X(08).
003790     05  FILLER                      PIC X(02) VALUE SPACES.
003800     05  WS-RL-COUNT                 PIC ZZZZZZ9.
003810     05  FILLER                      PIC X(02) VALUE SPACES.
003820     05  WS-RL-FIRST-TIME            PIC X(04).
003830     05  FILLER                      PIC X(03) VALUE SPACES.
003840     05  WS-RL-LAST-TIME             PIC X(04).
003850     05  FILLER                      PIC X(03) VALUE SPACES.
003860     05  WS-RL-LAST-ID               PIC X(08).
003870
003880 01  WS-AFTER-HEADING.
003890     05  FILLER                      PIC X(10) VALUE "DATE".
003900     05  FILLER                      PIC X(06) VALUE "TIME".
003910     05  FILLER                      PIC X(10) VALUE "OPERATOR".
003920     05  FILLER                      PIC X(10) VALUE "TERMINAL".
003930     05  FILLER                      PIC X(04) VALUE "WORK".
003940
003950 01  WS-AFTER-LINE.
003960     05  WS-XL-DATE                  PIC X(08).
003970     05  FILLER                      PIC X(02) VALUE SPACES.
003980     05  WS-XL-TIME                  PIC X(04).
003990     05  FILLER                      PIC X(02) VALUE SPACES.
004000     05  WS-XL-OPERATOR-ID           PIC X(08).
004010     05  FILLER                      PIC X(02) VALUE SPACES.
004020     05  WS-XL-TERMINAL-ID           PIC X(08).
004030     05  FILLER                      PIC X(02) VALUE SPACES.
004040     05  WS-XL-WORK                  PIC X(40).
004050
004060 01  WS-GONE-HEADING.
004070     05  FILLER                      PIC X(10) VALUE "OPERATOR".
004080     05  FILLER                      PIC X(10) VALUE "SESSIONS".
004090     05  FILLER                      PIC X(14)
004100             VALUE "LAST SIGN-ON".
004110     05  FILLER                      PIC X(11)
004115             VALUE "AT TERMINAL".
004120
004130 01  WS-GONE-LINE.
004140     05  WS-GL-OPERATOR-ID           PIC X(08).
004150     05  FILLER                      PIC X(02) VALUE SPACES.
004160     05  WS-GL-SESSIONS              PIC ZZZZZZZ9.
004170     05  FILLER                      PIC X(02) VALUE SPACES.
004180     05  WS-GL-LAST-DATE             PIC X(08).
004190     05  FILLER                      PIC X(06) VALUE SPACES.
004200     05  WS-GL-TERMINAL-ID           PIC X(08).
004210
004220 PROCEDURE DIVISION.
004230 0000-MAINLINE.
004240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004250     SORT SortFile
004260         ON ASCENDING KEY SRT-STAMP
004270                          SRT-SOURCE
004280         INPUT PROCEDURE IS 2000-RELEASE-INPUTS
004290             THRU 2000-EXIT
004300         OUTPUT PROCEDURE IS 3000-TALLY-EVENTS
004310             THRU 3000-EXIT
004320     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
004330     PERFORM 9000-TERMINATE THRU 9000-EXIT
004340     GOBACK.
004350
004360*----------------------------------------------------------------
004370* 1000-INITIALIZE - RESET THE ACCUMULATORS, TAKE THE PERIOD AND
004380*                  THE DESK HOURS FROM BATPARMS OR THE PROMPTS,
004390*                  AND OPEN THE REPORT.
004400*----------------------------------------------------------------
004410 1000-INITIALIZE.
004420     MOVE 'N' TO WS-SL-EOF-SW
004430     MOVE 'N' TO WS-AUDIT-EOF-SW
004440     MOVE 'N' TO WS-ML-EOF-SW
004450     MOVE 'N' TO WS-SORT-EOF-SW
004460     MOVE 'N' TO WS-SL-USED-SW
004470     MOVE 'N' TO WS-AUDIT-USED-SW
004480     MOVE 'N' TO WS-ML-USED-SW
004490     MOVE 'N' TO WS-OPER-OVERFLOW-SW
004500     MOVE 'N' TO WS-REFUSAL-OVERFLOW-SW
004510     MOVE 'N' TO WS-REPEAT-OVERFLOW-SW
004520     MOVE 'N' TO WS-AFTER-OVERFLOW-SW
004530     MOVE ZERO TO WS-SL-COUNT
004540     MOVE ZERO TO WS-AUDIT-COUNT
004550     MOVE ZERO TO WS-ML-COUNT
004560     MOVE ZERO TO WS-REFUSED-COUNT
004570     MOVE ZERO TO WS-AFTER-HOURS-COUNT
004580     MOVE ZERO TO WS-NOT-ON-FILE-COUNT
004590     MOVE ZERO TO WS-ACT-COUNT
004600     MOVE ZERO TO WS-OPER-COUNT
004610     MOVE ZERO TO WS-REFUSAL-COUNT
004620     MOVE ZERO TO WS-REPEAT-COUNT
004630     MOVE ZERO TO WS-AFTER-COUNT
004640     MOVE ZERO TO WS-LINE-COUNT
004650     MOVE ZERO TO WS-PAGE-COUNT
004660     MOVE SPACES TO WS-REFUSAL-DATE
004670     MOVE SPACES TO WS-AT-KEY (WS-OTHERS-SUB)
004680     MOVE "(OTHERS)" TO WS-AT-OPERATOR-ID (WS-OTHERS-SUB)
004690     MOVE WS-OTHERS-SUB TO WS-SUB
004700     PERFORM 1200-CLEAR-ACT-COUNTS THRU 1200-EXIT
004710     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT
004720     IF PARMS-FOUND
004730         MOVE "BATPARMS" TO WS-PARM-SOURCE
004740     ELSE
004750         MOVE "CONSOLE " TO WS-PARM-SOURCE
004760         PERFORM 1100-ACCEPT-DATE-RANGE THRU 1100-EXIT
004770         MOVE 'N' TO WS-HOURS-GOOD-SW
004780         PERFORM 1150-ACCEPT-HOURS THRU 1150-EXIT
004790             UNTIL HOURS-GOOD
004800     END-IF
004810     OPEN OUTPUT PrintFile.
004820 1000-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860* 1050-READ-PARAMETERS - LOOK FOR THIS PROGRAM'S RECORD ON THE
004870*                  CONTROL/PARAMETER FILE.  AN OPERACT RECORD
004880*                  WITH A SANE DATE RANGE SUPPLIES THE PERIOD
004890*                  AND THE DESK HOURS; NO FILE OR NO RECORD
004900*                  FALLS BACK TO THE PROMPTS.
004910*----------------------------------------------------------------
004920 1050-READ-PARAMETERS.
004930     MOVE 'N' TO WS-PARM-FOUND-SW
004940     MOVE 'N' TO WS-PARM-EOF-SW
004950     OPEN INPUT ParmFile
004960     IF NOT PARM-OK
004970         IF NOT PARM-FILE-NOT-FOUND
004980             DISPLAY "OperAct: BATPARMS open failed, "
004990                 "file status " WS-PARM-STATUS
005000         END-IF
005010         GO TO 1050-EXIT
005020     END-IF
005030     PERFORM 1060-SCAN-PARM-RECORD THRU 1060-EXIT
005040         UNTIL PARMS-FOUND
005050             OR PARMS-AT-EOF
005060     CLOSE ParmFile.
005070 1050-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 1060-SCAN-PARM-RECORD - READ ONE PARAMETER RECORD AND TAKE
005120*                  THE DATE RANGE AND DESK HOURS FROM IT WHEN IT
005130*                  IS OURS.  BLANK OR BAD HOURS TAKE THE DEFAULT.
005140*----------------------------------------------------------------
005150 1060-SCAN-PARM-RECORD.
005160     READ ParmFile
005170         AT END
005180             MOVE 'Y' TO WS-PARM-EOF-SW
005190             GO TO 1060-EXIT
005200     END-READ
005210     IF PARM-PROGRAM-ID NOT = "OPERACT   "
005220         GO TO 1060-EXIT
005230     END-IF
005240     IF PARM-FROM-DATE IS NUMERIC
005250         AND PARM-TO-DATE IS NUMERIC
005260         AND PARM-TO-DATE NOT < PARM-FROM-DATE
005270         MOVE PARM-FROM-DATE TO WS-FROM-DATE
005280         MOVE PARM-TO-DATE TO WS-TO-DATE
005290         MOVE 'Y' TO WS-PARM-FOUND-SW
005300     ELSE
005310         DISPLAY "OperAct: bad date range on BATPARMS - "
005320             "falling back to the prompts."
005330         MOVE 'Y' TO WS-PARM-EOF-SW
005340         GO TO 1060-EXIT
005350     END-IF
005360     MOVE PARM-LIMIT TO WS-HOURS-ENTRY
005370     IF WS-HOURS-ENTRY = SPACES
005380         MOVE WS-DEFAULT-HOURS TO WS-HOURS-ENTRY
005390     END-IF
005400     PERFORM 1160-CHECK-HOURS THRU 1160-EXIT
005410     IF NOT HOURS-GOOD
005420         DISPLAY "OperAct: bad desk hours on BATPARMS - "
005430             "using the default."
005440         MOVE WS-DEFAULT-HOURS TO WS-HOURS-ENTRY
005450         PERFORM 1160-CHECK-HOURS THRU 1160-EXIT
005460     END-IF.
005470 1060-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------
005510* 1100-ACCEPT-DATE-RANGE - ACCEPT THE FROM AND TO DATES OF THE
005520*                  REPORTING PERIOD, RE-PROMPTING UNTIL EACH IS
005530*                  A NUMERIC YYYYMMDD AND THE RANGE IS SANE.
005540*----------------------------------------------------------------
005550 1100-ACCEPT-DATE-RANGE.
005560     MOVE SPACES TO WS-FROM-DATE
005570     PERFORM 1110-ACCEPT-FROM-DATE THRU 1110-EXIT
005580         UNTIL WS-FROM-DATE IS NUMERIC
005590     MOVE SPACES TO WS-TO-DATE
005600     PERFORM 1120-ACCEPT-TO-DATE THRU 1120-EXIT
005610         UNTIL WS-TO-DATE IS NUMERIC
005620             AND WS-TO-DATE NOT < WS-FROM-DATE.
005630 1100-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------
005670* 1110-ACCEPT-FROM-DATE - ACCEPT THE FIRST DATE OF THE PERIOD.
005680*----------------------------------------------------------------
005690 1110-ACCEPT-FROM-DATE.
005700     DISPLAY "Report from date (YYYYMMDD): "
005710     ACCEPT WS-FROM-DATE FROM KEYBOARD
005720     IF WS-FROM-DATE IS NOT NUMERIC
005730         DISPLAY "Please enter a date as YYYYMMDD."
005740     END-IF.
005750 1110-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790* 1120-ACCEPT-TO-DATE - ACCEPT THE LAST DATE OF THE PERIOD,
005800*                  WHICH MAY NOT PRECEDE THE FIRST.
005810*----------------------------------------------------------------
005820 1120-ACCEPT-TO-DATE.
005830     DISPLAY "Report to date (YYYYMMDD): "
005840     ACCEPT WS-TO-DATE FROM KEYBOARD
005850     IF WS-TO-DATE IS NOT NUMERIC
005860         DISPLAY "Please enter a date as YYYYMMDD."
005870     ELSE
005880         IF WS-TO-DATE < WS-FROM-DATE
005890             DISPLAY "The to-date is before the from-date."
005900         END-IF
005910     END-IF.
005920 1120-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 1150-ACCEPT-HOURS - ACCEPT THE DESK HOURS AS HHHH, THE
005970*                  OPENING HOUR THEN THE CLOSING HOUR.  BLANK
005980*                  TAKES THE 07:00 TO 19:00 DEFAULT.
005990*----------------------------------------------------------------
006000 1150-ACCEPT-HOURS.
006010     DISPLAY "Desk hours as HHHH, opening and closing hour "
006020         "(blank = 0719): "
006030     MOVE SPACES TO WS-HOURS-ENTRY
006040     ACCEPT WS-HOURS-ENTRY FROM KEYBOARD
006050     IF WS-HOURS-ENTRY = SPACES
006060         MOVE WS-DEFAULT-HOURS TO WS-HOURS-ENTRY
006070     END-IF
006080     PERFORM 1160-CHECK-HOURS THRU 1160-EXIT
006090     IF NOT HOURS-GOOD
006100         DISPLAY "Please enter two hours from 00 to 24, the "
006110             "opening hour first (e.g. 0719)."
006120     END-IF.
006130 1150-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------------
006170* 1160-CHECK-HOURS - TAKE THE DESK HOURS IN WS-HOURS-ENTRY WHEN
006180*                  BOTH ARE HOURS OF THE DAY AND THE DESK OPENS
006190*                  BEFORE IT CLOSES.
006200*----------------------------------------------------------------
006210 1160-CHECK-HOURS.
006220     MOVE 'N' TO WS-HOURS-GOOD-SW
006230     IF WS-HOURS-ENTRY IS NOT NUMERIC
006240         GO TO 1160-EXIT
006250     END-IF
006260     IF WS-HE-CLOSE > 24
006270         OR WS-HE-OPEN NOT < WS-HE-CLOSE
006280         GO TO 1160-EXIT
006290     END-IF
006300     MOVE WS-HE-OPEN TO WS-DESK-OPEN
006310     MOVE WS-HE-CLOSE TO WS-DESK-CLOSE
006320     MOVE 'Y' TO WS-HOURS-GOOD-SW.
006330 1160-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------------
006370* 1200-CLEAR-ACT-COUNTS - ZERO THE COUNTS OF ONE ACTIVITY ENTRY.
006380*----------------------------------------------------------------
006390 1200-CLEAR-ACT-COUNTS.
006400     MOVE ZERO TO WS-AT-SESSIONS (WS-SUB)
006410     MOVE ZERO TO WS-AT-VISITORS (WS-SUB)
006420     MOVE ZERO TO WS-AT-RENAMES (WS-SUB)
006430     MOVE ZERO TO WS-AT-MERGES (WS-SUB)
006440     MOVE ZERO TO WS-AT-DELETES (WS-SUB)
006450     MOVE ZERO TO WS-AT-DENIED (WS-SUB).
006460 1200-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500* 2000-RELEASE-INPUTS - FEED THE SORT FROM THE THREE LOGS.  A
006510*                  MISSING LOG JUST CONTRIBUTES NOTHING, AND THE
006520*                  REPORT SAYS SO.
006530*----------------------------------------------------------------
006540 2000-RELEASE-INPUTS.
006550     OPEN INPUT SignOnLog
006560     IF SL-OK
006570         MOVE 'Y' TO WS-SL-USED-SW
006580         PERFORM 2100-READ-SIGNLOG THRU 2100-EXIT
006590         PERFORM 2150-RELEASE-SIGNLOG THRU 2150-EXIT
006600             UNTIL SL-AT-EOF
006610         CLOSE SignOnLog
006620     ELSE
006630         IF NOT SL-FILE-NOT-FOUND
006640             DISPLAY "OperAct: SIGNLOG open failed, "
006650                 "file status " WS-SL-STATUS
006660         END-IF
006670     END-IF
006680     OPEN INPUT AuditLog
006690     IF AUDIT-OK
006700         MOVE 'Y' TO WS-AUDIT-USED-SW
006710         PERFORM 2200-READ-AUDITLOG THRU 2200-EXIT
006720         PERFORM 2250-RELEASE-AUDITLOG THRU 2250-EXIT
006730             UNTIL AUDIT-AT-EOF
006740         CLOSE AuditLog
006750     ELSE
006760         IF NOT AUDIT-FILE-NOT-FOUND
006770             DISPLAY "OperAct: AUDITLOG open failed, "
006780                 "file status " WS-AUDIT-STATUS
006790         END-IF
006800     END-IF
006810     OPEN INPUT MaintLog
006820     IF ML-OK
006830         MOVE 'Y' TO WS-ML-USED-SW
006840         PERFORM 2300-READ-MAINTLOG THRU 2300-EXIT
006850         PERFORM 2350-RELEASE-MAINTLOG THRU 2350-EXIT
006860             UNTIL ML-AT-EOF
006870         CLOSE MaintLog
006880     ELSE
006890         IF NOT ML-FILE-NOT-FOUND
006900             DISPLAY "OperAct: MAINTLOG open failed, "
006910                 "file status " WS-ML-STATUS
006920         END-IF
006930     END-IF.
006940 2000-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------------
006980* 2100-READ-SIGNLOG - READ THE NEXT SIGN-ON LOG RECORD.
006990*----------------------------------------------------------------
007000 2100-READ-SIGNLOG.
007010     READ SignOnLog
007020         AT END
007030             MOVE 'Y' TO WS-SL-EOF-SW
007040     END-READ.
007050 2100-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090* 2150-RELEASE-SIGNLOG - OFFER ONE SIGN-ON LOG RECORD TO THE
007100*                  SORT AND READ THE NEXT.  SIGN-ONS BEFORE THE
007110*                  PERIOD GO IN TOO - THEY SAY WHICH TERMINAL AN
007120*                  OPERATOR WAS AT WHEN THE PERIOD OPENED - AND
007130*                  ARE LEFT OUT OF THE COUNTS LATER.
007140*----------------------------------------------------------------
007150 2150-RELEASE-SIGNLOG.
007160     IF SLOG-DATE NOT > WS-TO-DATE
007170         MOVE SPACES TO SORT-RECORD
007180         STRING SLOG-DATE DELIMITED BY SIZE
007190             SLOG-TIME DELIMITED BY SIZE
007200             INTO SRT-STAMP
007210         MOVE '1' TO SRT-SOURCE
007220         MOVE SIGNON-LOG-RECORD TO SRT-LOG-DATA
007230         RELEASE SORT-RECORD
007240     END-IF
007250     PERFORM 2100-READ-SIGNLOG THRU 2100-EXIT.
007260 2150-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300* 2200-READ-AUDITLOG - READ THE NEXT RUN AUDIT LOG RECORD.
007310*----------------------------------------------------------------
007320 2200-READ-AUDITLOG.
007330     READ AuditLog
007340         AT END
007350             MOVE 'Y' TO WS-AUDIT-EOF-SW
007360     END-READ.
007370 2200-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------------
007410* 2250-RELEASE-AUDITLOG - OFFER ONE RUN AUDIT RECORD IN THE
007420*                  PERIOD TO THE SORT AND READ THE NEXT.
007430*----------------------------------------------------------------
007440 2250-RELEASE-AUDITLOG.
007450     IF AUDIT-START-DATE NOT < WS-FROM-DATE
007460         AND AUDIT-START-DATE NOT > WS-TO-DATE
007470         MOVE SPACES TO SORT-RECORD
007480         STRING AUDIT-START-DATE DELIMITED BY SIZE
007490             AUDIT-START-TIME DELIMITED BY SIZE
007500             INTO SRT-STAMP
007510         MOVE '2' TO SRT-SOURCE
007520         MOVE AUDIT-LOG-RECORD TO SRT-LOG-DATA
007530         RELEASE SORT-RECORD
007540     END-IF
007550     PERFORM 2200-READ-AUDITLOG THRU 2200-EXIT.
007560 2250-EXIT.
007570     EXIT.
007580
007590*----------------------------------------------------------------
007600* 2300-READ-MAINTLOG - READ THE NEXT MASTER MAINTENANCE RECORD.
007610*----------------------------------------------------------------
007620 2300-READ-MAINTLOG.
007630     READ MaintLog
007640         AT END
007650             MOVE 'Y' TO WS-ML-EOF-SW
007660     END-READ.
007670 2300-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------
007710* 2350-RELEASE-MAINTLOG - OFFER ONE MASTER MAINTENANCE RECORD IN
007720*                  THE PERIOD TO THE SORT AND READ THE NEXT.
007730*----------------------------------------------------------------
007740 2350-RELEASE-MAINTLOG.
007750     IF MLOG-DATE NOT < WS-FROM-DATE
007760         AND MLOG-DATE NOT > WS-TO-DATE
007770         MOVE SPACES TO SORT-RECORD
007780         STRING MLOG-DATE DELIMITED BY SIZE
007790             MLOG-TIME DELIMITED BY SIZE
007800             INTO SRT-STAMP
007810         MOVE '3' TO SRT-SOURCE
007820         MOVE MAINT-LOG-RECORD TO SRT-LOG-DATA
007830         RELEASE SORT-RECORD
007840     END-IF
007850     PERFORM 2300-READ-MAINTLOG THRU 2300-EXIT.
007860 2350-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900* 3000-TALLY-EVENTS - TAKE BACK THE SORTED EVENTS IN TIME ORDER
007910*                  AND COUNT EACH ONE AGAINST ITS OPERATOR AND
007920*                  TERMINAL, THEN CLOSE OFF THE LAST DAY'S
007930*                  REFUSED SIGN-ONS.
007940*----------------------------------------------------------------
007950 3000-TALLY-EVENTS.
007960     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
007970     PERFORM 3200-TALLY-EVENT THRU 3200-EXIT
007980         UNTIL SORT-AT-EOF
007990     PERFORM 3450-CLOSE-REFUSAL-DAY THRU 3450-EXIT.
008000 3000-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------------
008040* 3100-RETURN-SORTED - RETURN THE NEXT SORTED EVENT.
008050*----------------------------------------------------------------
008060 3100-RETURN-SORTED.
008070     RETURN SortFile
008080         AT END
008090             MOVE 'Y' TO WS-SORT-EOF-SW
008100     END-RETURN.
008110 3100-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------
008150* 3200-TALLY-EVENT - HAND ONE SORTED EVENT TO THE PARAGRAPH FOR
008160*                  THE LOG IT CAME FROM AND RETURN THE NEXT.
008170*----------------------------------------------------------------
008180 3200-TALLY-EVENT.
008190     IF SRT-FROM-SIGNLOG
008200         MOVE SRT-LOG-DATA TO SIGNON-LOG-RECORD
008210         PERFORM 3300-TALLY-SIGNLOG THRU 3300-EXIT
008220     END-IF
008230     IF SRT-FROM-AUDITLOG
008240         MOVE SRT-LOG-DATA TO AUDIT-LOG-RECORD
008250         PERFORM 3500-TALLY-AUDITLOG THRU 3500-EXIT
008260     END-IF
008270     IF SRT-FROM-MAINTLOG
008280         MOVE SRT-LOG-DATA TO MAINT-LOG-RECORD
008290         PERFORM 3600-TALLY-MAINTLOG THRU 3600-EXIT
008300     END-IF
008310     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
008320 3200-EXIT.
008330     EXIT.
008340
008350*----------------------------------------------------------------
008360* 3300-TALLY-SIGNLOG - COUNT ONE SIGN-ON LOG EVENT.  EVERY
008370*                  SIGN-ON MOVES THE OPERATOR'S CURRENT TERMINAL;
008380*                  ONLY EVENTS IN THE PERIOD ARE COUNTED.  A
008390*                  SUPERVISOR-LEVEL CHOICE RUN OUTSIDE DESK HOURS
008400*                  IS AN EXCEPTION.
008410*----------------------------------------------------------------
008420 3300-TALLY-SIGNLOG.
008430     IF SLOG-ACTION = "SIGNON  "
008440         PERFORM 3800-FIND-OPERATOR THRU 3800-EXIT
008450         IF WS-OPER-SUB > ZERO
008460             MOVE SLOG-TERMINAL-ID
008470                 TO WS-OT-TERMINAL-ID (WS-OPER-SUB)
008480         END-IF
008490     END-IF
008500     IF SLOG-DATE < WS-FROM-DATE
008510         GO TO 3300-EXIT
008520     END-IF
008530     ADD 1 TO WS-SL-COUNT
008540     MOVE SLOG-OPERATOR-ID TO WS-EV-OPERATOR-ID
008550     MOVE SLOG-TERMINAL-ID TO WS-EV-TERMINAL-ID
008560     IF SLOG-ACTION = "SIGNON  "
008570         PERFORM 3700-FIND-ACTIVITY THRU 3700-EXIT
008580         ADD 1 TO WS-AT-SESSIONS (WS-FOUND-SUB)
008590         IF WS-OPER-SUB > ZERO
008600             ADD 1 TO WS-OT-SESSIONS (WS-OPER-SUB)
008610             MOVE SLOG-DATE TO WS-OT-LAST-DATE (WS-OPER-SUB)
008620             MOVE SLOG-TERMINAL-ID
008630                 TO WS-OT-LAST-TERMINAL (WS-OPER-SUB)
008640         END-IF
008650         GO TO 3300-EXIT
008660     END-IF
008670     IF SLOG-ACTION = "REFUSED "
008680         PERFORM 3400-NOTE-REFUSAL THRU 3400-EXIT
008690         GO TO 3300-EXIT
008700     END-IF
008710     IF SLOG-ACTION = "DENIED  "
008720         PERFORM 3700-FIND-ACTIVITY THRU 3700-EXIT
008730         ADD 1 TO WS-AT-DENIED (WS-FOUND-SUB)
008740         GO TO 3300-EXIT
008750     END-IF
008760     IF SLOG-ACTION = "RUN     "
008770         MOVE SLOG-TIME TO WS-HOUR-WORK
008780         PERFORM 3900-CHECK-DESK-HOURS THRU 3900-EXIT
008790         IF OUTSIDE-DESK-HOURS
008800             MOVE SLOG-DATE TO WS-EV-DATE
008810             MOVE SLOG-TIME TO WS-EV-TIME
008820             MOVE SLOG-DETAIL TO WS-EVENT-WORK
008830             PERFORM 3950-NOTE-AFTER-HOURS THRU 3950-EXIT
008840         END-IF
008850     END-IF.
008860 3300-EXIT.
008870     EXIT.
008880
008890*----------------------------------------------------------------
008900* 3400-NOTE-REFUSAL - COUNT ONE REFUSED SIGN-ON AGAINST ITS
008910*                  TERMINAL FOR THE DAY, CLOSING OFF THE LAST DAY
008920*                  FIRST WHEN THE DATE HAS MOVED ON.
008930*----------------------------------------------------------------
008940 3400-NOTE-REFUSAL.
008950     ADD 1 TO WS-REFUSED-COUNT
008960     IF SLOG-DATE NOT = WS-REFUSAL-DATE
008970         PERFORM 3450-CLOSE-REFUSAL-DAY THRU 3450-EXIT
008980         MOVE SLOG-DATE TO WS-REFUSAL-DATE
008990     END-IF
009000     MOVE ZERO TO WS-FOUND-SUB
009010     MOVE 1 TO WS-SUB
009020     PERFORM 3410-MATCH-REFUSAL THRU 3410-EXIT
009030         UNTIL WS-SUB > WS-REFUSAL-COUNT
009040             OR WS-FOUND-SUB > ZERO
009050     IF WS-FOUND-SUB = ZERO
009060         IF WS-REFUSAL-COUNT NOT < WS-REFUSAL-MAX
009070             MOVE 'Y' TO WS-REFUSAL-OVERFLOW-SW
009080             GO TO 3400-EXIT
009090         END-IF
009100         ADD 1 TO WS-REFUSAL-COUNT
009110         MOVE WS-REFUSAL-COUNT TO WS-FOUND-SUB
009120         MOVE SLOG-TERMINAL-ID
009130             TO WS-RT-TERMINAL-ID (WS-FOUND-SUB)
009140         MOVE ZERO TO WS-RT-COUNT (WS-FOUND-SUB)
009150         MOVE SLOG-TIME TO WS-RT-FIRST-TIME (WS-FOUND-SUB)
009160     END-IF
009170     ADD 1 TO WS-RT-COUNT (WS-FOUND-SUB)
009180     MOVE SLOG-TIME TO WS-RT-LAST-TIME (WS-FOUND-SUB)
009190     MOVE SLOG-OPERATOR-ID TO WS-RT-LAST-ID (WS-FOUND-SUB).
009200 3400-EXIT.
009210     EXIT.
009220
009230*----------------------------------------------------------------
009240* 3410-MATCH-REFUSAL - COMPARE ONE REFUSAL ENTRY AGAINST THE
009250*                  TERMINAL OF THE REFUSED SIGN-ON.
009260*----------------------------------------------------------------
009270 3410-MATCH-REFUSAL.
009280     IF WS-RT-TERMINAL-ID (WS-SUB) = SLOG-TERMINAL-ID
009290         MOVE WS-SUB TO WS-FOUND-SUB
009300     ELSE
009310         ADD 1 TO WS-SUB
009320     END-IF.
009330 3410-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------
009370* 3450-CLOSE-REFUSAL-DAY - CARRY EVERY TERMINAL THAT REACHED THE
009380*                  REFUSAL LIMIT ON THE DAY JUST ENDED TO THE
009390*                  REPEATED-REFUSAL LIST, AND EMPTY THE DAY.
009400*----------------------------------------------------------------
009410 3450-CLOSE-REFUSAL-DAY.
009420     MOVE 1 TO WS-SUB
009430     PERFORM 3460-CARRY-REFUSAL THRU 3460-EXIT
009440         UNTIL WS-SUB > WS-REFUSAL-COUNT
009450     MOVE ZERO TO WS-REFUSAL-COUNT.
009460 3450-EXIT.
009470     EXIT.
009480
009490*----------------------------------------------------------------
009500* 3460-CARRY-REFUSAL - LIST ONE TERMINAL'S REFUSALS FOR THE DAY
009510*                  WHEN THERE WERE AT LEAST THE LIMIT.
009520*----------------------------------------------------------------
009530 3460-CARRY-REFUSAL.
009540     MOVE WS-SUB TO WS-FOUND-SUB
009550     ADD 1 TO WS-SUB
009560     IF WS-RT-COUNT (WS-FOUND-SUB) < WS-REFUSED-LIMIT
009570         GO TO 3460-EXIT
009580     END-IF
009590     IF WS-REPEAT-COUNT NOT < WS-REPEAT-MAX
009600         MOVE 'Y' TO WS-REPEAT-OVERFLOW-SW
009610         GO TO 3460-EXIT
009620     END-IF
009630     ADD 1 TO WS-REPEAT-COUNT
009640     MOVE WS-REFUSAL-DATE TO WS-RP-DATE (WS-REPEAT-COUNT)
009650     MOVE WS-RT-TERMINAL-ID (WS-FOUND-SUB)
009660         TO WS-RP-TERMINAL-ID (WS-REPEAT-COUNT)
009670     MOVE WS-RT-COUNT (WS-FOUND-SUB)
009680         TO WS-RP-COUNT (WS-REPEAT-COUNT)
009690     MOVE WS-RT-FIRST-TIME (WS-FOUND-SUB)
009700         TO WS-RP-FIRST-TIME (WS-REPEAT-COUNT)
009710     MOVE WS-RT-LAST-TIME (WS-FOUND-SUB)
009720         TO WS-RP-LAST-TIME (WS-REPEAT-COUNT)
009730     MOVE WS-RT-LAST-ID (WS-FOUND-SUB)
009740         TO WS-RP-LAST-ID (WS-REPEAT-COUNT).
009750 3460-EXIT.
009760     EXIT.
009770
009780*----------------------------------------------------------------
009790* 3500-TALLY-AUDITLOG - ADD ONE HelloWorld RUN'S VISITORS TO ITS
009800*                  OPERATOR AND TERMINAL.
009810*----------------------------------------------------------------
009820 3500-TALLY-AUDITLOG.
009830     ADD 1 TO WS-AUDIT-COUNT
009840     MOVE AUDIT-OPERATOR-ID TO WS-EV-OPERATOR-ID
009850     MOVE AUDIT-TERMINAL-ID TO WS-EV-TERMINAL-ID
009860     PERFORM 3700-FIND-ACTIVITY THRU 3700-EXIT
009870     IF AUDIT-VISITOR-COUNT IS NUMERIC
009880         ADD AUDIT-VISITOR-COUNT
009890             TO WS-AT-VISITORS (WS-FOUND-SUB)
009900     END-IF.
009910 3500-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------------
009950* 3600-TALLY-MAINTLOG - COUNT ONE MASTER CHANGE AGAINST ITS
009960*                  OPERATOR AND THE TERMINAL THAT OPERATOR LAST
009970*                  SIGNED ON AT (BLANK WHEN NO SIGN-ON WAS SEEN -
009980*                  VistMaint RUN OUTSIDE THE MENU).  MASTER
009990*                  MAINTENANCE IS SUPERVISOR-LEVEL WORK, SO A
010000*                  CHANGE OUTSIDE DESK HOURS IS AN EXCEPTION.
010010*----------------------------------------------------------------
010020 3600-TALLY-MAINTLOG.
010030     ADD 1 TO WS-ML-COUNT
010040     MOVE MLOG-OPERATOR-ID TO WS-EV-OPERATOR-ID
010050     MOVE SPACES TO WS-EV-TERMINAL-ID
010060     MOVE ZERO TO WS-OPER-SUB
010070     MOVE 1 TO WS-SUB
010080     PERFORM 3810-MATCH-OPERATOR THRU 3810-EXIT
010090         UNTIL WS-SUB > WS-OPER-COUNT
010100             OR WS-OPER-SUB > ZERO
010110     IF WS-OPER-SUB > ZERO
010120         MOVE WS-OT-TERMINAL-ID (WS-OPER-SUB)
010130             TO WS-EV-TERMINAL-ID
010140     END-IF
010150     PERFORM 3700-FIND-ACTIVITY THRU 3700-EXIT
010160     MOVE SPACES TO WS-EVENT-WORK
010170     IF MLOG-ACTION = "CORRECT "
010180         ADD 1 TO WS-AT-RENAMES (WS-FOUND-SUB)
010190         STRING "MASTER RENAME " DELIMITED BY SIZE
010200             MLOG-FROM-ID DELIMITED BY SPACE
010210             INTO WS-EVENT-WORK
010220     END-IF
010230     IF MLOG-ACTION = "MERGE   "
010240         ADD 1 TO WS-AT-MERGES (WS-FOUND-SUB)
010250         STRING "MASTER MERGE " DELIMITED BY SIZE
010260             MLOG-FROM-ID DELIMITED BY SPACE
010270             " INTO " DELIMITED BY SIZE
010280             MLOG-TO-ID DELIMITED BY SPACE
010290             INTO WS-EVENT-WORK
010300     END-IF
010310     IF MLOG-ACTION = "DELETE  "
010320         ADD 1 TO WS-AT-DELETES (WS-FOUND-SUB)
010330         STRING "MASTER DELETE " DELIMITED BY SIZE
010340             MLOG-FROM-ID DELIMITED BY SPACE
010350             INTO WS-EVENT-WORK
010360     END-IF
010370     IF WS-EVENT-WORK = SPACES
010380         STRING "MASTER " DELIMITED BY SIZE
010390             MLOG-ACTION DELIMITED BY SPACE
010400             INTO WS-EVENT-WORK
010410     END-IF
010420     MOVE MLOG-TIME TO WS-HOUR-WORK
010430     PERFORM 3900-CHECK-DESK-HOURS THRU 3900-EXIT
010440     IF OUTSIDE-DESK-HOURS
010450         MOVE MLOG-DATE TO WS-EV-DATE
010460         MOVE MLOG-TIME TO WS-EV-TIME
010470         PERFORM 3950-NOTE-AFTER-HOURS THRU 3950-EXIT
010480     END-IF.
010490 3600-EXIT.
010500     EXIT.
010510
010520*----------------------------------------------------------------
010530* 3700-FIND-ACTIVITY - LOCATE THE ACTIVITY ENTRY FOR THE EVENT
010540*                  KEY, OR START ONE IN ITS PLACE IN OPERATOR/
010550*                  TERMINAL ORDER.  PAIRS PAST THE TABLE LIMIT
010560*                  GO TO THE POOLED ENTRY.
010570*----------------------------------------------------------------
010580 3700-FIND-ACTIVITY.
010590     MOVE ZERO TO WS-FOUND-SUB
010600     MOVE 1 TO WS-SUB
010610     PERFORM 3710-SCAN-ACTIVITY THRU 3710-EXIT
010620         UNTIL WS-SUB > WS-ACT-COUNT
010630             OR WS-FOUND-SUB > ZERO
010640     IF WS-FOUND-SUB > ZERO
010650         IF WS-AT-KEY (WS-FOUND-SUB) = WS-EVENT-KEY
010660             GO TO 3700-EXIT
010670         END-IF
010680     END-IF
010690     IF WS-ACT-COUNT NOT < WS-ACT-MAX
010700         MOVE WS-OTHERS-SUB TO WS-FOUND-SUB
010710         GO TO 3700-EXIT
010720     END-IF
010730     IF WS-FOUND-SUB = ZERO
010740         COMPUTE WS-FOUND-SUB = WS-ACT-COUNT + 1
010750     END-IF
010760     MOVE WS-ACT-COUNT TO WS-SUB
010770     PERFORM 3720-SHIFT-ACTIVITY THRU 3720-EXIT
010780         UNTIL WS-SUB < WS-FOUND-SUB
010790     ADD 1 TO WS-ACT-COUNT
010800     MOVE WS-EVENT-KEY TO WS-AT-KEY (WS-FOUND-SUB)
010810     MOVE WS-FOUND-SUB TO WS-SUB
010820     PERFORM 1200-CLEAR-ACT-COUNTS THRU 1200-EXIT.
010830 3700-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870* 3710-SCAN-ACTIVITY - STOP AT THE FIRST ENTRY WHOSE KEY IS NOT
010880*                  BELOW THE EVENT KEY - THE MATCH, OR THE PLACE
010890*                  A NEW ENTRY GOES.
010900*----------------------------------------------------------------
010910 3710-SCAN-ACTIVITY.
010920     IF WS-AT-KEY (WS-SUB) NOT < WS-EVENT-KEY
010930         MOVE WS-SUB TO WS-FOUND-SUB
010940     ELSE
010950         ADD 1 TO WS-SUB
010960     END-IF.
010970 3710-EXIT.
010980     EXIT.
010990
011000*----------------------------------------------------------------
011010* 3720-SHIFT-ACTIVITY - MOVE ONE ACTIVITY ENTRY DOWN A PLACE TO
011020*                  OPEN A GAP FOR A NEW ONE.  WORKS FROM THE
011030*                  BOTTOM OF THE TABLE UP.
011040*----------------------------------------------------------------
011050 3720-SHIFT-ACTIVITY.
011060     COMPUTE WS-NEXT-SUB = WS-SUB + 1
011070     MOVE WS-ACT-ENTRY (WS-SUB) TO WS-ACT-ENTRY (WS-NEXT-SUB)
011080     SUBTRACT 1 FROM WS-SUB.
011090 3720-EXIT.
011100     EXIT.
011110
011120*----------------------------------------------------------------
011130* 3800-FIND-OPERATOR - LOCATE, OR START, THE OPERATOR TABLE
011140*                  ENTRY FOR THE OPERATOR ON THE SIGN-ON RECORD.
011150*                  WS-OPER-SUB IS ZERO WHEN THE TABLE IS FULL.
011160*----------------------------------------------------------------
011170 3800-FIND-OPERATOR.
011180     MOVE SLOG-OPERATOR-ID TO WS-EV-OPERATOR-ID
011190     MOVE ZERO TO WS-OPER-SUB
011200     MOVE 1 TO WS-SUB
011210     PERFORM 3810-MATCH-OPERATOR THRU 3810-EXIT
011220         UNTIL WS-SUB > WS-OPER-COUNT
011230             OR WS-OPER-SUB > ZERO
011240     IF WS-OPER-SUB > ZERO
011250         GO TO 3800-EXIT
011260     END-IF
011270     IF WS-OPER-COUNT NOT < WS-OPER-MAX
011280         MOVE 'Y' TO WS-OPER-OVERFLOW-SW
011290         GO TO 3800-EXIT
011300     END-IF
011310     ADD 1 TO WS-OPER-COUNT
011320     MOVE WS-OPER-COUNT TO WS-OPER-SUB
011330     MOVE SLOG-OPERATOR-ID TO WS-OT-OPERATOR-ID (WS-OPER-SUB)
011340     MOVE SPACES TO WS-OT-TERMINAL-ID (WS-OPER-SUB)
011350     MOVE ZERO TO WS-OT-SESSIONS (WS-OPER-SUB)
011360     MOVE SPACES TO WS-OT-LAST-DATE (WS-OPER-SUB)
011370     MOVE SPACES TO WS-OT-LAST-TERMINAL (WS-OPER-SUB).
011380 3800-EXIT.
011390     EXIT.
011400
011410*----------------------------------------------------------------
011420* 3810-MATCH-OPERATOR - COMPARE ONE OPERATOR TABLE ENTRY AGAINST
011430*                  THE EVENT'S OPERATOR.
011440*----------------------------------------------------------------
011450 3810-MATCH-OPERATOR.
011460     IF WS-OT-OPERATOR-ID (WS-SUB) = WS-EV-OPERATOR-ID
011470         MOVE WS-SUB TO WS-OPER-SUB
011480     ELSE
011490         ADD 1 TO WS-SUB
011500     END-IF.
011510 3810-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------------
011550* 3900-CHECK-DESK-HOURS - SET OUTSIDE-DESK-HOURS WHEN THE HOUR
011560*                  IN WS-HOUR-WORK IS BEFORE THE DESK OPENS OR
011570*                  FROM THE HOUR IT CLOSES.  A DAMAGED TIME IS
011580*                  NOT FLAGGED.
011590*----------------------------------------------------------------
011600 3900-CHECK-DESK-HOURS.
011610     MOVE 'N' TO WS-OUTSIDE-SW
011620     IF WS-HOUR-WORK IS NOT NUMERIC
011630         GO TO 3900-EXIT
011640     END-IF
011650     IF WS-HOUR-WORK-N < WS-DESK-OPEN
011660         OR WS-HOUR-WORK-N NOT < WS-DESK-CLOSE
011670         MOVE 'Y' TO WS-OUTSIDE-SW
011680     END-IF.
011690 3900-EXIT.
011700     EXIT.
011710
011720*----------------------------------------------------------------
011730* 3950-NOTE-AFTER-HOURS - TABLE ONE PIECE OF SUPERVISOR-LEVEL
011740*                  WORK DONE OUTSIDE DESK HOURS: THE EVENT STAMP,
011750*                  THE EVENT KEY, AND THE WORK IN WS-EVENT-WORK.
011760*                  THE COUNT KEEPS GOING WHEN THE TABLE IS FULL,
011770*                  AND THE REPORT SAYS SO.
011780*----------------------------------------------------------------
011790 3950-NOTE-AFTER-HOURS.
011800     ADD 1 TO WS-AFTER-HOURS-COUNT
011810     IF WS-AFTER-COUNT NOT < WS-AFTER-MAX
011820         MOVE 'Y' TO WS-AFTER-OVERFLOW-SW
011830         GO TO 3950-EXIT
011840     END-IF
011850     ADD 1 TO WS-AFTER-COUNT
011860     MOVE WS-EV-DATE TO WS-AH-DATE (WS-AFTER-COUNT)
011870     MOVE WS-EV-TIME TO WS-AH-TIME (WS-AFTER-COUNT)
011880     MOVE WS-EV-OPERATOR-ID
011890         TO WS-AH-OPERATOR-ID (WS-AFTER-COUNT)
011900     MOVE WS-EV-TERMINAL-ID
011910         TO WS-AH-TERMINAL-ID (WS-AFTER-COUNT)
011920     MOVE WS-EVENT-WORK TO WS-AH-WORK (WS-AFTER-COUNT).
011930 3950-EXIT.
011940     EXIT.
011950
011960*----------------------------------------------------------------
011970* 4000-PRINT-REPORT - PRINT THE PERIOD TOTALS, THE ACTIVITY BY
011980*                  OPERATOR AND TERMINAL, AND THE EXCEPTIONS.
011990*----------------------------------------------------------------
012000 4000-PRINT-REPORT.
012010     PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
012020     MOVE WS-PARM-SOURCE TO WS-PL-SOURCE
012030     MOVE WS-DESK-OPEN TO WS-PL-OPEN
012040     MOVE WS-DESK-CLOSE TO WS-PL-CLOSE
012050     MOVE WS-PARM-LINE TO WS-PRINT-WORK
012060     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012070     IF NOT SIGNLOG-USED
012080         MOVE "SOURCE: NO SIGNLOG ON FILE" TO WS-PRINT-WORK
012090         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012100     END-IF
012110     IF NOT AUDITLOG-USED
012120         MOVE "SOURCE: NO AUDITLOG ON FILE" TO WS-PRINT-WORK
012130         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012140     END-IF
012150     IF NOT MAINTLOG-USED
012160         MOVE "SOURCE: NO MAINTLOG ON FILE" TO WS-PRINT-WORK
012170         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012180     END-IF
012190     MOVE SPACES TO WS-PRINT-WORK
012200     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012210     MOVE "SIGNLOG RECORDS IN PERIOD:" TO WS-TL-LABEL
012220     MOVE WS-SL-COUNT TO WS-TL-COUNT
012230     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
012240     MOVE "AUDITLOG RECORDS IN PERIOD:" TO WS-TL-LABEL
012250     MOVE WS-AUDIT-COUNT TO WS-TL-COUNT
012260     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
012270     MOVE "MAINTLOG RECORDS IN PERIOD:" TO WS-TL-LABEL
012280     MOVE WS-ML-COUNT TO WS-TL-COUNT
012290     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
012300     MOVE "REFUSED SIGN-ONS IN PERIOD:" TO WS-TL-LABEL
012310     MOVE WS-REFUSED-COUNT TO WS-TL-COUNT
012320     PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
012330     PERFORM 4100-PRINT-ACTIVITY THRU 4100-EXIT
012340     MOVE SPACES TO WS-PRINT-WORK
012350     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012360     MOVE "EXCEPTIONS" TO WS-PRINT-WORK
012370     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012380     PERFORM 4200-PRINT-REPEATS THRU 4200-EXIT
012390     PERFORM 4300-PRINT-AFTER-HOURS THRU 4300-EXIT
012400     PERFORM 4400-PRINT-NOT-ON-FILE THRU 4400-EXIT.
012410 4000-EXIT.
012420     EXIT.
012430
012440*----------------------------------------------------------------
012450* 4100-PRINT-ACTIVITY - ONE LINE PER OPERATOR AND TERMINAL, AN
012460*                  OPERATOR TOTAL UNDER AN OPERATOR SEEN AT MORE
012470*                  THAN ONE TERMINAL, AND THE ALL-OPERATORS TOTAL.
012480*----------------------------------------------------------------
012490 4100-PRINT-ACTIVITY.
012500     MOVE SPACES TO WS-PRINT-WORK
012510     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012520     MOVE "ACTIVITY BY OPERATOR AND TERMINAL" TO WS-PRINT-WORK
012530     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012540     MOVE WS-ACTIVITY-HEADING TO WS-PRINT-WORK
012550     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012560     MOVE ZERO TO WS-AX-SESSIONS
012570     MOVE ZERO TO WS-AX-VISITORS
012580     MOVE ZERO TO WS-AX-RENAMES
012590     MOVE ZERO TO WS-AX-MERGES
012600     MOVE ZERO TO WS-AX-DELETES
012610     MOVE ZERO TO WS-AX-DENIED
012620     MOVE LOW-VALUES TO WS-SX-OPERATOR-ID
012630     MOVE ZERO TO WS-SX-LINES
012640     IF WS-ACT-COUNT = ZERO
012650         MOVE "  (NO ACTIVITY IN THE PERIOD)" TO WS-PRINT-WORK
012660         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
012670         GO TO 4100-EXIT
012680     END-IF
012690     MOVE 1 TO WS-SUB
012700     PERFORM 4110-PRINT-ACTIVITY-LINE THRU 4110-EXIT
012710         UNTIL WS-SUB > WS-ACT-COUNT
012720     IF WS-AT-SESSIONS (WS-OTHERS-SUB) > ZERO
012730         OR WS-AT-VISITORS (WS-OTHERS-SUB) > ZERO
012740         OR WS-AT-RENAMES (WS-OTHERS-SUB) > ZERO
012750         OR WS-AT-MERGES (WS-OTHERS-SUB) > ZERO
012760         OR WS-AT-DELETES (WS-OTHERS-SUB) > ZERO
012770         OR WS-AT-DENIED (WS-OTHERS-SUB) > ZERO
012780         MOVE WS-OTHERS-SUB TO WS-SUB
012790         PERFORM 4110-PRINT-ACTIVITY-LINE THRU 4110-EXIT
012800     END-IF
012810     PERFORM 4150-PRINT-OPERATOR-TOTAL THRU 4150-EXIT
012820     MOVE "ALL" TO WS-AL-OPERATOR-ID
012830     MOVE "TOTAL" TO WS-AL-TERMINAL-ID
012840     MOVE WS-AX-SESSIONS TO WS-AL-SESSIONS
012850     MOVE WS-AX-VISITORS TO WS-AL-VISITORS
012860     MOVE WS-AX-RENAMES TO WS-AL-RENAMES
012870     MOVE WS-AX-MERGES TO WS-AL-MERGES
012880     MOVE WS-AX-DELETES TO WS-AL-DELETES
012890     MOVE WS-AX-DENIED TO WS-AL-DENIED
012900     MOVE WS-ACTIVITY-LINE TO WS-PRINT-WORK
012910     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
012920 4100-EXIT.
012930     EXIT.
012940
012950*----------------------------------------------------------------
012960* 4110-PRINT-ACTIVITY-LINE - PRINT ONE OPERATOR/TERMINAL LINE,
012970*                  CLOSING THE LAST OPERATOR WITH ITS TOTAL FIRST
012980*                  WHEN THE OPERATOR CHANGES.
012990*----------------------------------------------------------------
013000 4110-PRINT-ACTIVITY-LINE.
013010     IF WS-AT-OPERATOR-ID (WS-SUB) NOT = WS-SX-OPERATOR-ID
013020         PERFORM 4150-PRINT-OPERATOR-TOTAL THRU 4150-EXIT
013030         MOVE WS-AT-OPERATOR-ID (WS-SUB) TO WS-SX-OPERATOR-ID
013040     END-IF
013050     IF WS-AT-OPERATOR-ID (WS-SUB) = SPACES
013060         MOVE "(NONE)" TO WS-AL-OPERATOR-ID
013070     ELSE
013080         MOVE WS-AT-OPERATOR-ID (WS-SUB) TO WS-AL-OPERATOR-ID
013090     END-IF
013100     IF WS-AT-TERMINAL-ID (WS-SUB) = SPACES
013110         MOVE "(NONE)" TO WS-AL-TERMINAL-ID
013120     ELSE
013130         MOVE WS-AT-TERMINAL-ID (WS-SUB) TO WS-AL-TERMINAL-ID
013140     END-IF
013150     MOVE WS-AT-SESSIONS (WS-SUB) TO WS-AL-SESSIONS
013160     MOVE WS-AT-VISITORS (WS-SUB) TO WS-AL-VISITORS
013170     MOVE WS-AT-RENAMES (WS-SUB) TO WS-AL-RENAMES
013180     MOVE WS-AT-MERGES (WS-SUB) TO WS-AL-MERGES
013190     MOVE WS-AT-DELETES (WS-SUB) TO WS-AL-DELETES
013200     MOVE WS-AT-DENIED (WS-SUB) TO WS-AL-DENIED
013210     MOVE WS-ACTIVITY-LINE TO WS-PRINT-WORK
013220     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
013230     ADD 1 TO WS-SX-LINES
013240     ADD WS-AT-SESSIONS (WS-SUB) TO WS-SX-SESSIONS
013250     ADD WS-AT-VISITORS (WS-SUB) TO WS-SX-VISITORS
013260     ADD WS-AT-RENAMES (WS-SUB) TO WS-SX-RENAMES
013270     ADD WS-AT-MERGES (WS-SUB) TO WS-SX-MERGES
013280     ADD WS-AT-DELETES (WS-SUB) TO WS-SX-DELETES
013290     ADD WS-AT-DENIED (WS-SUB) TO WS-SX-DENIED
013300     ADD WS-AT-SESSIONS (WS-SUB) TO WS-AX-SESSIONS
013310     ADD WS-AT-VISITORS (WS-SUB) TO WS-AX-VISITORS
013320     ADD WS-AT-RENAMES (WS-SUB) TO WS-AX-RENAMES
013330     ADD WS-AT-MERGES (WS-SUB) TO WS-AX-MERGES
013340     ADD WS-AT-DELETES (WS-SUB) TO WS-AX-DELETES
013350     ADD WS-AT-DENIED (WS-SUB) TO WS-AX-DENIED
013360     ADD 1 TO WS-SUB.
013370 4110-EXIT.
013380     EXIT.
013390
013400*----------------------------------------------------------------
013410* 4150-PRINT-OPERATOR-TOTAL - PRINT THE TOTAL OF THE OPERATOR
013420*                  JUST LISTED WHEN IT TOOK MORE THAN ONE LINE,
013430*                  AND START THE NEXT OPERATOR'S TOTAL AT ZERO.
013440*----------------------------------------------------------------
013450 4150-PRINT-OPERATOR-TOTAL.
013460     IF WS-SX-LINES > 1
013470         MOVE SPACES TO WS-AL-OPERATOR-ID
013480         MOVE "TOTAL" TO WS-AL-TERMINAL-ID
013490         MOVE WS-SX-SESSIONS TO WS-AL-SESSIONS
013500         MOVE WS-SX-VISITORS TO WS-AL-VISITORS
013510         MOVE WS-SX-RENAMES TO WS-AL-RENAMES
013520         MOVE WS-SX-MERGES TO WS-AL-MERGES
013530         MOVE WS-SX-DELETES TO WS-AL-DELETES
013540         MOVE WS-SX-DENIED TO WS-AL-DENIED
013550         MOVE WS-ACTIVITY-LINE TO WS-PRINT-WORK
013560         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
013570     END-IF
013580     MOVE ZERO TO WS-SX-LINES
013590     MOVE ZERO TO WS-SX-SESSIONS
013600     MOVE ZERO TO WS-SX-VISITORS
013610     MOVE ZERO TO WS-SX-RENAMES
013620     MOVE ZERO TO WS-SX-MERGES
013630     MOVE ZERO TO WS-SX-DELETES
013640     MOVE ZERO TO WS-SX-DENIED.
013650 4150-EXIT.
013660     EXIT.
013670
013680*----------------------------------------------------------------
013690* 4200-PRINT-REPEATS - LIST EVERY DAY A TERMINAL REACHED THE
013700*                  REFUSED SIGN-ON LIMIT.
013710*----------------------------------------------------------------
013720 4200-PRINT-REPEATS.
013730     MOVE SPACES TO WS-PRINT-WORK
013740     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
013750     MOVE WS-REPEAT-TITLE TO WS-PRINT-WORK
013760     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
013770     MOVE WS-REPEAT-HEADING TO WS-PRINT-WORK
013780     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
013790     IF WS-REPEAT-COUNT = ZERO
013800         MOVE "  (NONE)" TO WS-PRINT-WORK
013810         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
013820     END-IF
013830     MOVE 1 TO WS-SUB
013840     PERFORM 4210-PRINT-REPEAT-LINE THRU 4210-EXIT
013850         UNTIL WS-SUB > WS-REPEAT-COUNT
013860     IF REFUSAL-TABLE-OVERFLOW
013870         OR REPEAT-TABLE-OVERFLOW
013880         MOVE "  (MORE REFUSALS THAN THE TABLES HOLD - LIST"
013890             TO WS-PRINT-WORK
013900         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
013910         MOVE "  INCOMPLETE; THE PERIOD TOTAL COUNTS ALL)"
013920             TO WS-PRINT-WORK
013930         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
013940     END-IF.
013950 4200-EXIT.
013960     EXIT.
013970
013980*----------------------------------------------------------------
013990* 4210-PRINT-REPEAT-LINE - PRINT ONE TERMINAL-DAY OF REFUSALS.
014000*----------------------------------------------------------------
014010 4210-PRINT-REPEAT-LINE.
014020     MOVE WS-RP-DATE (WS-SUB) TO WS-RL-DATE
014030     IF WS-RP-TERMINAL-ID (WS-SUB) = SPACES
014040         MOVE "(NONE)" TO WS-RL-TERMINAL-ID
014050     ELSE
014060         MOVE WS-RP-TERMINAL-ID (WS-SUB) TO WS-RL-TERMINAL-ID
014070     END-IF
014080     MOVE WS-RP-COUNT (WS-SUB) TO WS-RL-COUNT
014090     MOVE WS-RP-FIRST-TIME (WS-SUB) TO WS-RL-FIRST-TIME
014100     MOVE WS-RP-LAST-TIME (WS-SUB) TO WS-RL-LAST-TIME
014110     MOVE WS-RP-LAST-ID (WS-SUB) TO WS-RL-LAST-ID
014120     MOVE WS-REPEAT-LINE TO WS-PRINT-WORK
014130     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014140     ADD 1 TO WS-SUB.
014150 4210-EXIT.
014160     EXIT.
014170
014180*----------------------------------------------------------------
014190* 4300-PRINT-AFTER-HOURS - LIST THE SUPERVISOR-LEVEL CHOICES RUN
014200*                  AND MASTER CHANGES MADE OUTSIDE DESK HOURS.
014210*----------------------------------------------------------------
014220 4300-PRINT-AFTER-HOURS.
014230     MOVE SPACES TO WS-PRINT-WORK
014240     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014250     MOVE "SUPERVISOR-LEVEL WORK OUTSIDE DESK HOURS"
014260         TO WS-PRINT-WORK
014270     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014280     MOVE WS-AFTER-HEADING TO WS-PRINT-WORK
014290     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014300     IF WS-AFTER-COUNT = ZERO
014310         MOVE "  (NONE)" TO WS-PRINT-WORK
014320         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014330     END-IF
014340     MOVE 1 TO WS-SUB
014350     PERFORM 4310-PRINT-AFTER-LINE THRU 4310-EXIT
014360         UNTIL WS-SUB > WS-AFTER-COUNT
014370     IF AFTER-TABLE-OVERFLOW
014380         MOVE "  (MORE THAN THE TABLE HOLDS - LIST INCOMPLETE)"
014390             TO WS-PRINT-WORK
014400         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014410         MOVE "OUTSIDE-HOURS TOTAL:" TO WS-TL-LABEL
014420         MOVE WS-AFTER-HOURS-COUNT TO WS-TL-COUNT
014430         PERFORM 4900-WRITE-TOTAL-LINE THRU 4900-EXIT
014440     END-IF.
014450 4300-EXIT.
014460     EXIT.
014470
014480*----------------------------------------------------------------
014490* 4310-PRINT-AFTER-LINE - PRINT ONE PIECE OF OUTSIDE-HOURS WORK.
014500*----------------------------------------------------------------
014510 4310-PRINT-AFTER-LINE.
014520     MOVE WS-AH-DATE (WS-SUB) TO WS-XL-DATE
014530     MOVE WS-AH-TIME (WS-SUB) TO WS-XL-TIME
014540     IF WS-AH-OPERATOR-ID (WS-SUB) = SPACES
014550         MOVE "(NONE)" TO WS-XL-OPERATOR-ID
014560     ELSE
014570         MOVE WS-AH-OPERATOR-ID (WS-SUB) TO WS-XL-OPERATOR-ID
014580     END-IF
014590     IF WS-AH-TERMINAL-ID (WS-SUB) = SPACES
014600         MOVE "(NONE)" TO WS-XL-TERMINAL-ID
014610     ELSE
014620         MOVE WS-AH-TERMINAL-ID (WS-SUB) TO WS-XL-TERMINAL-ID
014630     END-IF
014640     MOVE WS-AH-WORK (WS-SUB) TO WS-XL-WORK
014650     MOVE WS-AFTER-LINE TO WS-PRINT-WORK
014660     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014670     ADD 1 TO WS-SUB.
014680 4310-EXIT.
014690     EXIT.
014700
014710*----------------------------------------------------------------
014720* 4400-PRINT-NOT-ON-FILE - LIST EVERY OPERATOR WHO SIGNED ON IN
014730*                  THE PERIOD BUT IS NO LONGER ON OPERFILE.  WITH
014740*                  NO OPERFILE THE CHECK CANNOT BE MADE, AND THE
014750*                  REPORT SAYS SO.
014760*----------------------------------------------------------------
014770 4400-PRINT-NOT-ON-FILE.
014780     MOVE SPACES TO WS-PRINT-WORK
014790     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014800     MOVE "OPERATORS SIGNED ON IN THE PERIOD BUT NOT ON OPERFILE"
014810         TO WS-PRINT-WORK
014820     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014830     MOVE WS-GONE-HEADING TO WS-PRINT-WORK
014840     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014850     OPEN INPUT OperatorFile
014860     IF NOT OP-OK
014870         IF NOT OP-FILE-NOT-FOUND
014880             DISPLAY "OperAct: OPERFILE open failed, "
014890                 "file status " WS-OP-STATUS
014900         END-IF
014910         MOVE "  (NO OPERFILE AVAILABLE - CHECK NOT MADE)"
014920             TO WS-PRINT-WORK
014930         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
014940         GO TO 4400-EXIT
014950     END-IF
014960     MOVE 1 TO WS-SUB
014970     PERFORM 4410-CHECK-OPERATOR THRU 4410-EXIT
014980         UNTIL WS-SUB > WS-OPER-COUNT
014990     CLOSE OperatorFile
015000     IF WS-NOT-ON-FILE-COUNT = ZERO
015010         MOVE "  (NONE)" TO WS-PRINT-WORK
015020         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
015030     END-IF
015040     IF OPER-TABLE-OVERFLOW
015050         MOVE "  (MORE OPERATORS THAN THE TABLE HOLDS - NOT ALL"
015060             TO WS-PRINT-WORK
015070         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
015080         MOVE "  OPERATORS WERE CHECKED)" TO WS-PRINT-WORK
015090         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
015100     END-IF.
015110 4400-EXIT.
015120     EXIT.
015130
015140*----------------------------------------------------------------
015150* 4410-CHECK-OPERATOR - LOOK UP ONE OPERATOR WHO SIGNED ON IN THE
015160*                  PERIOD AND LIST THEM WHEN THEY ARE NOT ON
015170*                  OPERFILE.
015180*----------------------------------------------------------------
015190 4410-CHECK-OPERATOR.
015200     MOVE WS-SUB TO WS-OPER-SUB
015210     ADD 1 TO WS-SUB
015220     IF WS-OT-SESSIONS (WS-OPER-SUB) = ZERO
015230         GO TO 4410-EXIT
015240     END-IF
015250     MOVE WS-OT-OPERATOR-ID (WS-OPER-SUB) TO OP-ID-KEY
015260     READ OperatorFile
015270         INVALID KEY
015280             ADD 1 TO WS-NOT-ON-FILE-COUNT
015290             IF WS-OT-OPERATOR-ID (WS-OPER-SUB) = SPACES
015300                 MOVE "(NONE)" TO WS-GL-OPERATOR-ID
015310             ELSE
015320                 MOVE WS-OT-OPERATOR-ID (WS-OPER-SUB)
015330                     TO WS-GL-OPERATOR-ID
015340             END-IF
015350             MOVE WS-OT-SESSIONS (WS-OPER-SUB)
015360                 TO WS-GL-SESSIONS
015370             MOVE WS-OT-LAST-DATE (WS-OPER-SUB)
015380                 TO WS-GL-LAST-DATE
015390             MOVE WS-OT-LAST-TERMINAL (WS-OPER-SUB)
015400                 TO WS-GL-TERMINAL-ID
015410             MOVE WS-GONE-LINE TO WS-PRINT-WORK
015420             PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
015430     END-READ.
015440 4410-EXIT.
015450     EXIT.
015460
015470*----------------------------------------------------------------
015480* 4900-WRITE-TOTAL-LINE - WRITE ONE PERIOD TOTAL LINE.
015490*----------------------------------------------------------------
015500 4900-WRITE-TOTAL-LINE.
015510     MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
015520     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
015530 4900-EXIT.
015540     EXIT.
015550
015560*----------------------------------------------------------------
015570* 8100-WRITE-REPORT-LINE - WRITE ONE REPORT LINE FROM THE PRINT
015580*                  WORK AREA, BREAKING THE PAGE WHEN FULL.
015590*----------------------------------------------------------------
015600 8100-WRITE-REPORT-LINE.
015610     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
015620         PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
015630     END-IF
015640     WRITE PRINT-LINE FROM WS-PRINT-WORK
015650     ADD 1 TO WS-LINE-COUNT.
015660 8100-EXIT.
015670     EXIT.
015680
015690*----------------------------------------------------------------
015700* 8200-WRITE-HEADING - START A NEW PAGE WITH THE REPORT HEADING.
015710*----------------------------------------------------------------
015720 8200-WRITE-HEADING.
015730     ADD 1 TO WS-PAGE-COUNT
015740     MOVE WS-FROM-DATE TO WS-HL1-FROM
015750     MOVE WS-TO-DATE TO WS-HL1-TO
015760     MOVE WS-PAGE-COUNT TO WS-HL1-PAGE
015770     WRITE PRINT-LINE FROM WS-HEADING-LINE-1
015780     MOVE ZERO TO WS-LINE-COUNT.
015790 8200-EXIT.
015800     EXIT.
015810
015820*----------------------------------------------------------------
015830* 9000-TERMINATE - CLOSE THE REPORT AND END THE RUN.  THE LOGS
015840*                  WERE CLOSED BY THE SORT INPUT PROCEDURE.
015850*----------------------------------------------------------------
015860 9000-TERMINATE.
015870     CLOSE PrintFile
015880     DISPLAY "OperAct: activity report written to ACTRPT.".
015890 9000-EXIT.
015900     EXIT.
