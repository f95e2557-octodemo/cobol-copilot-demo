000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HostConv.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - ONE-TIME CONVERSION OF THE
000110*                  PRE-REGISTRATION FILE (PREREG) TO THE LAYOUT
000120*                  CARRYING THE HOST ID (WRITTEN TO PREREGN), THE
000130*                  SAME WAY PreRegConv RE-KEYED IT.  EACH FREE-
000140*                  TEXT HOST NAME IS LOOKED UP ON THE HOST
000150*                  DIRECTORY (HOSTDIR), WHICH MUST BE LOADED
000160*                  THROUGH HostMaint FIRST; A NAME MATCHING
000170*                  EXACTLY ONE ACTIVE HOST TAKES THAT HOST'S ID.
000180*                  ANY OTHER NAME IS CARRIED OVER WITH A BLANK ID
000190*                  AND LISTED ON THE CONSOLE FOR THE DESK TO
000200*                  CORRECT THROUGH PreRegMaint.  AFTER THE RUN,
000210*                  VERIFY THE DISPLAYED TOTALS MATCH AND PUT
000220*                  PREREGN IN PLACE OF PREREG.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OldPreReg ASSIGN TO "PREREG"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS OPR-REG-KEY
000320         FILE STATUS IS WS-OP-STATUS.
000330
000340     SELECT NewPreReg ASSIGN TO "PREREGN"
000350         ORGANIZATION INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PR-REG-KEY
000380         FILE STATUS IS WS-NP-STATUS.
000390
000400     SELECT HostDirFile ASSIGN TO "HOSTDIR"
000410         ORGANIZATION INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS HD-HOST-ID
000440         ALTERNATE RECORD KEY IS HD-NAME
000450             WITH DUPLICATES
000460         FILE STATUS IS WS-HD-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  OldPreReg.
000510 01  OLD-PREREG-RECORD.
000520     05  OPR-REG-KEY.
000530         10  OPR-ID-KEY              PIC X(08).
000540         10  OPR-FROM-DATE           PIC X(08).
000550     05  OPR-NAME                    PIC X(40).
000560     05  OPR-DEPARTMENT              PIC X(20).
000570     05  OPR-PURPOSE                 PIC X(30).
000580     05  OPR-HOST-NAME               PIC X(40).
000590     05  OPR-TO-DATE                 PIC X(08).
000600     05  OPR-WEEK-PATTERN            PIC X(07).
000610
000620 FD  NewPreReg.
000630 01  PREREG-RECORD.
000640     COPY PreRegRecord.
000650
000660 FD  HostDirFile.
000670 01  HOST-DIR-RECORD.
000680     COPY HostDirRecord.
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-OP-STATUS                    PIC X(02).
000720     88  OP-OK                           VALUE "00".
000730     88  OP-AT-END                       VALUE "10".
000740     88  OP-FILE-NOT-FOUND               VALUE "35".
000750
000760 01  WS-NP-STATUS                    PIC X(02).
000770     88  NP-OK                           VALUE "00".
000780
000790 01  WS-HD-STATUS                    PIC X(02).
000800     88  HD-OK                           VALUE "00".
000810     88  HD-FILE-NOT-FOUND               VALUE "35".
000820
000830 01  WS-COUNTERS.
000840     05  WS-READ-COUNT               COMP PIC 9(05) VALUE ZERO.
000850     05  WS-WRITTEN-COUNT            COMP PIC 9(05) VALUE ZERO.
000860     05  WS-RESOLVED-COUNT           COMP PIC 9(05) VALUE ZERO.
000870     05  WS-UNRESOLVED-COUNT         COMP PIC 9(05) VALUE ZERO.
000880     05  WS-HOST-ACTIVE-COUNT        COMP PIC 9(03) VALUE ZERO.
000890
000900 01  WS-DISPLAY-COUNT                PIC ZZZZ9.
000910
000920 01  WS-MATCHED-HOST-ID              PIC X(08).
000930
000940 01  WS-SWITCHES.
000950     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000960         88  OLD-AT-EOF                  VALUE 'Y'.
000970     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000980         88  ABORT-RUN                   VALUE 'Y'.
000990     05  WS-HOST-SCAN-SW             PIC X(01) VALUE 'N'.
001000         88  HOST-SCAN-DONE              VALUE 'Y'.
001010
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001050     IF NOT ABORT-RUN
001060         PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
001070             UNTIL OLD-AT-EOF
001080         PERFORM 3000-TERMINATE THRU 3000-EXIT
001090     END-IF
001100     GOBACK.
001110
001120*----------------------------------------------------------------
001130* 1000-INITIALIZE - OPEN THE HOST DIRECTORY, THE OLD FILE FOR
001140*                  READING IN KEY ORDER, AND THE NEW FILE FOR
001150*                  LOADING.  WITHOUT A DIRECTORY THERE IS NOTHING
001160*                  TO RESOLVE AGAINST, SO THE RUN STOPS.
001170*----------------------------------------------------------------
001180 1000-INITIALIZE.
001190     MOVE 'N' TO WS-EOF-SW
001200     MOVE 'N' TO WS-ABORT-SW
001210     MOVE ZERO TO WS-READ-COUNT
001220     MOVE ZERO TO WS-WRITTEN-COUNT
001230     MOVE ZERO TO WS-RESOLVED-COUNT
001240     MOVE ZERO TO WS-UNRESOLVED-COUNT
001250     OPEN INPUT HostDirFile
001260     IF NOT HD-OK
001270         IF HD-FILE-NOT-FOUND
001280             DISPLAY "HostConv: no host directory on file - "
001290                 "load HOSTDIR through HostMaint first."
001300         ELSE
001310             DISPLAY "HostConv: HOSTDIR open failed, "
001320                 "file status " WS-HD-STATUS
001330         END-IF
001340         MOVE 'Y' TO WS-ABORT-SW
001350         GO TO 1000-EXIT
001360     END-IF
001370     OPEN INPUT OldPreReg
001380     IF OP-FILE-NOT-FOUND
001390         DISPLAY "HostConv: no pre-registration file to "
001400             "convert."
001410         MOVE 'Y' TO WS-ABORT-SW
001420         CLOSE HostDirFile
001430         GO TO 1000-EXIT
001440     END-IF
001450     IF NOT OP-OK
001460         DISPLAY "HostConv: old file open failed, "
001470             "file status " WS-OP-STATUS
001480         MOVE 'Y' TO WS-ABORT-SW
001490         CLOSE HostDirFile
001500         GO TO 1000-EXIT
001510     END-IF
001520     OPEN OUTPUT NewPreReg
001530     IF NOT NP-OK
001540         DISPLAY "HostConv: new file open failed, "
001550             "file status " WS-NP-STATUS
001560         MOVE 'Y' TO WS-ABORT-SW
001570         CLOSE OldPreReg
001580         CLOSE HostDirFile
001590         GO TO 1000-EXIT
001600     END-IF
001610     MOVE LOW-VALUES TO OPR-REG-KEY
001620     START OldPreReg KEY IS NOT LESS THAN OPR-REG-KEY
001630         INVALID KEY
001640             MOVE 'Y' TO WS-EOF-SW
001650     END-START
001660     PERFORM 2100-READ-OLD-PREREG THRU 2100-EXIT.
001670 1000-EXIT.
001680     EXIT.
001690
001700*----------------------------------------------------------------
001710* 2000-CONVERT-RECORD - CARRY ONE OLD RECORD OVER UNDER THE SAME
001720*                  KEY, RESOLVE ITS HOST, AND READ THE NEXT ONE.
001730*----------------------------------------------------------------
001740 2000-CONVERT-RECORD.
001750     MOVE SPACES TO PREREG-RECORD
001760     MOVE OPR-ID-KEY TO PR-ID-KEY
001770     MOVE OPR-FROM-DATE TO PR-FROM-DATE
001780     MOVE OPR-NAME TO PR-NAME
001790     MOVE OPR-DEPARTMENT TO PR-DEPARTMENT
001800     MOVE OPR-PURPOSE TO PR-PURPOSE
001810     MOVE OPR-HOST-NAME TO PR-HOST-NAME
001820     MOVE OPR-TO-DATE TO PR-TO-DATE
001830     MOVE OPR-WEEK-PATTERN TO PR-WEEK-PATTERN
001840     IF OPR-HOST-NAME NOT = SPACES
001850         PERFORM 2200-RESOLVE-HOST THRU 2200-EXIT
001860     END-IF
001870     WRITE PREREG-RECORD
001880         INVALID KEY
001890             DISPLAY "HostConv: write failed for ID "
001900                 PR-ID-KEY ", file status " WS-NP-STATUS
001910         NOT INVALID KEY
001920             ADD 1 TO WS-WRITTEN-COUNT
001930     END-WRITE
001940     PERFORM 2100-READ-OLD-PREREG THRU 2100-EXIT.
001950 2000-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------------
001990* 2100-READ-OLD-PREREG - READ THE NEXT OLD RECORD IN KEY ORDER.
002000*----------------------------------------------------------------
002010 2100-READ-OLD-PREREG.
002020     IF OLD-AT-EOF
002030         GO TO 2100-EXIT
002040     END-IF
002050     READ OldPreReg NEXT RECORD
002060         AT END
002070             MOVE 'Y' TO WS-EOF-SW
002080         NOT AT END
002090             ADD 1 TO WS-READ-COUNT
002100     END-READ.
002110 2100-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------
002150* 2200-RESOLVE-HOST - LOOK THE OLD HOST NAME UP ON THE DIRECTORY'S
002160*                  NAME KEY.  EXACTLY ONE ACTIVE HOST OF THAT NAME
002170*                  SUPPLIES THE HOST ID; NONE, OR MORE THAN ONE,
002180*                  LEAVES THE ID BLANK AND LISTS THE RECORD.
002190*----------------------------------------------------------------
002200 2200-RESOLVE-HOST.
002210     MOVE ZERO TO WS-HOST-ACTIVE-COUNT
002220     MOVE SPACES TO WS-MATCHED-HOST-ID
002230     MOVE 'N' TO WS-HOST-SCAN-SW
002240     MOVE OPR-HOST-NAME TO HD-NAME
002250     START HostDirFile KEY IS EQUAL TO HD-NAME
002260         INVALID KEY
002270             MOVE 'Y' TO WS-HOST-SCAN-SW
002280     END-START
002290     PERFORM 2210-SCAN-HOST-NAME THRU 2210-EXIT
002300         UNTIL HOST-SCAN-DONE
002310     IF WS-HOST-ACTIVE-COUNT = 1
002320         MOVE WS-MATCHED-HOST-ID TO PR-HOST-ID
002330         ADD 1 TO WS-RESOLVED-COUNT
002340         GO TO 2200-EXIT
002350     END-IF
002360     ADD 1 TO WS-UNRESOLVED-COUNT
002370     IF WS-HOST-ACTIVE-COUNT = ZERO
002380         DISPLAY "HostConv: no active host for "
002390             OPR-ID-KEY " " OPR-FROM-DATE ": " OPR-HOST-NAME
002400     ELSE
002410         DISPLAY "HostConv: more than one host named for "
002420             OPR-ID-KEY " " OPR-FROM-DATE ": " OPR-HOST-NAME
002430     END-IF.
002440 2200-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------------
002480* 2210-SCAN-HOST-NAME - READ THE NEXT HOST IN NAME ORDER AND
002490*                  COUNT IT WHILE THE NAME STILL MATCHES AND THE
002500*                  HOST IS ACTIVE.
002510*----------------------------------------------------------------
002520 2210-SCAN-HOST-NAME.
002530     READ HostDirFile NEXT RECORD
002540         AT END
002550             MOVE 'Y' TO WS-HOST-SCAN-SW
002560             GO TO 2210-EXIT
002570     END-READ
002580     IF HD-NAME NOT = OPR-HOST-NAME
002590         MOVE 'Y' TO WS-HOST-SCAN-SW
002600         GO TO 2210-EXIT
002610     END-IF
002620     IF HD-ACTIVE-FLAG = 'A'
002630         ADD 1 TO WS-HOST-ACTIVE-COUNT
002640         MOVE HD-HOST-ID TO WS-MATCHED-HOST-ID
002650     END-IF.
002660 2210-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------
002700* 3000-TERMINATE - DISPLAY THE CONTROL TOTALS AND CLOSE FILES.
002710*                  THE READ AND WRITTEN COUNTS MUST MATCH BEFORE
002720*                  PREREGN IS PUT IN PLACE OF PREREG.
002730*----------------------------------------------------------------
002740 3000-TERMINATE.
002750     MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
002760     DISPLAY "Old pre-registrations read:    " WS-DISPLAY-COUNT
002770     MOVE WS-WRITTEN-COUNT TO WS-DISPLAY-COUNT
002780     DISPLAY "New pre-registrations written: " WS-DISPLAY-COUNT
002790     MOVE WS-RESOLVED-COUNT TO WS-DISPLAY-COUNT
002800     DISPLAY "Hosts resolved to an ID:       " WS-DISPLAY-COUNT
002810     MOVE WS-UNRESOLVED-COUNT TO WS-DISPLAY-COUNT
002820     DISPLAY "Hosts left unresolved:         " WS-DISPLAY-COUNT
002830     CLOSE OldPreReg
002840     CLOSE NewPreReg
002850     CLOSE HostDirFile.
002860 3000-EXIT.
002870     EXIT.
