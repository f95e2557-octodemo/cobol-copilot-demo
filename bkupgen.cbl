000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BackupGen.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - TAKE ONE BACKUP GENERATION
000110*                  OF A SEQUENTIAL FILE BEFORE THE CALLER EMPTIES
000120*                  AND REWRITES IT.  CALLED BY LogMerge,
000130*                  LogArchive, SecReview, HostSlips, WatchMaint,
000140*                  AND FileRestore WITH THE BackupRequest BLOCK.
000150*                  THE FILE IS COPIED UNCHANGED INTO SLOT
000160*                  <FILE>.BKnn BETWEEN A DATED HEADER LABEL AND A
000170*                  COUNTED TRAILER LABEL.  THE NUMBER OF SLOTS
000180*                  KEPT PER FILE COMES FROM A BACKUPGEN RECORD ON
000190*                  BATPARMS (DEFAULT 5); WHEN THEY ARE ALL IN USE
000200*                  THE OLDEST IS OVERWRITTEN.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT SourceFile ASSIGN TO WS-SOURCE-NAME
000270         ORGANIZATION LINE SEQUENTIAL
000280         FILE STATUS IS WS-SRC-STATUS.
000290
000300     SELECT GenFile ASSIGN TO WS-GEN-NAME
000310         ORGANIZATION LINE SEQUENTIAL
000320         FILE STATUS IS WS-GEN-STATUS.
000330
000340     SELECT ParmFile ASSIGN TO "BATPARMS"
000350         ORGANIZATION LINE SEQUENTIAL
000360         FILE STATUS IS WS-PARM-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  SourceFile.
000410 01  SOURCE-RECORD                   PIC X(256).
000420
000430 FD  GenFile.
000440 01  GEN-RECORD                      PIC X(256).
000450 01  GEN-LABEL-RECORD.
000460     COPY BackupLabelRecord.
000470
000480 FD  ParmFile.
000490 01  PARM-RECORD.
000500     COPY BatchParmRecord.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-SRC-STATUS                   PIC X(02).
000540     88  SRC-OK                          VALUE "00".
000550     88  SRC-FILE-NOT-FOUND              VALUE "35".
000560
000570 01  WS-GEN-STATUS                   PIC X(02).
000580     88  GEN-OK                          VALUE "00".
000590     88  GEN-FILE-NOT-FOUND              VALUE "35".
000600
000610 01  WS-PARM-STATUS                  PIC X(02).
000620     88  PARM-OK                         VALUE "00".
000630     88  PARM-FILE-NOT-FOUND             VALUE "35".
000640
000650 01  SIGNON-AREA EXTERNAL.
000660     COPY SignOnArea.
000670
000680 01  WS-SOURCE-NAME                  PIC X(16).
000690 01  WS-GEN-NAME                     PIC X(16).
000700
000710 01  WS-CURRENT-DATE-TIME.
000720     05  WS-CURRENT-DATE             PIC X(08).
000730     05  WS-CURRENT-TIME             PIC X(08).
000740
000750 01  WS-PARM-ENTRY                   PIC X(04).
000760 01  WS-PARM-ENTRY-N REDEFINES WS-PARM-ENTRY
000770                                     PIC 9(04).
000780
000790 77  WS-GEN-MAX                      COMP PIC 9(02) VALUE 20.
000800 77  WS-DEFAULT-KEEP                 COMP PIC 9(02) VALUE 5.
000810
000820 01  WS-SLOT-WORK.
000830     05  WS-GEN-KEEP                 COMP PIC 9(02) VALUE 5.
000840     05  WS-SLOT                     COMP PIC 9(02) VALUE ZERO.
000850     05  WS-CHOSEN-SLOT              COMP PIC 9(02) VALUE ZERO.
000860     05  WS-SLOT-DISPLAY             PIC 9(02).
000870     05  WS-SLOT-STAMP               PIC X(16).
000880     05  WS-OLDEST-STAMP             PIC X(16).
000890     05  WS-LABEL-MARKER             PIC X(08).
000900     05  WS-COPY-COUNT               COMP PIC 9(07) VALUE ZERO.
000910
000920 01  WS-SWITCHES.
000930     05  WS-SLOT-FOUND-SW            PIC X(01) VALUE 'N'.
000940         88  FREE-SLOT-FOUND             VALUE 'Y'.
000950     05  WS-SRC-EOF-SW               PIC X(01) VALUE 'N'.
000960         88  SRC-AT-EOF                  VALUE 'Y'.
000970     05  WS-PARM-EOF-SW              PIC X(01) VALUE 'N'.
000980         88  PARMS-AT-EOF                VALUE 'Y'.
000990     05  WS-PARM-FOUND-SW            PIC X(01) VALUE 'N'.
001000         88  PARMS-FOUND                 VALUE 'Y'.
001010
001020 LINKAGE SECTION.
001030 01  BACKUP-REQUEST.
001040     COPY BackupRequest.
001050
001060 PROCEDURE DIVISION USING BACKUP-REQUEST.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001090     PERFORM 2000-CHOOSE-SLOT THRU 2000-EXIT
001100     PERFORM 3000-COPY-FILE THRU 3000-EXIT
001110     GOBACK.
001120
001130*----------------------------------------------------------------
001140* 1000-INITIALIZE - CLEAR THE ANSWER FIELDS, STAMP THE RUN, AND
001150*                  FIND HOW MANY GENERATIONS TO KEEP.
001160*----------------------------------------------------------------
001170 1000-INITIALIZE.
001180     MOVE "ER" TO BKR-RESULT
001190     MOVE ZERO TO BKR-GENERATION
001200     MOVE ZERO TO BKR-RECORD-COUNT
001210     MOVE ZERO TO WS-COPY-COUNT
001220     MOVE 'N' TO WS-SRC-EOF-SW
001230     MOVE BKR-FILE-ID TO WS-SOURCE-NAME
001240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001250     ACCEPT WS-CURRENT-TIME FROM TIME
001260     MOVE WS-DEFAULT-KEEP TO WS-GEN-KEEP
001270     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT.
001280 1000-EXIT.
001290     EXIT.
001300
001310*----------------------------------------------------------------
001320* 1050-READ-PARAMETERS - LOOK FOR A BACKUPGEN RECORD ON
001330*                  BATPARMS.  PARM-LIMIT IS THE NUMBER OF
001340*                  GENERATIONS KEPT PER FILE, 1 TO 20.
001350*----------------------------------------------------------------
001360 1050-READ-PARAMETERS.
001370     MOVE 'N' TO WS-PARM-FOUND-SW
001380     MOVE 'N' TO WS-PARM-EOF-SW
001390     OPEN INPUT ParmFile
001400     IF NOT PARM-OK
001410         IF NOT PARM-FILE-NOT-FOUND
001420             DISPLAY "BackupGen: BATPARMS open failed, "
001430                 "file status " WS-PARM-STATUS
001440         END-IF
001450         GO TO 1050-EXIT
001460     END-IF
001470     PERFORM 1060-SCAN-PARM-RECORD THRU 1060-EXIT
001480         UNTIL PARMS-FOUND
001490             OR PARMS-AT-EOF
001500     CLOSE ParmFile.
001510 1050-EXIT.
001520     EXIT.
001530
001540*----------------------------------------------------------------
001550* 1060-SCAN-PARM-RECORD - READ ONE PARAMETER RECORD AND TAKE THE
001560*                  GENERATION COUNT FROM IT WHEN IT IS OURS.  A
001570*                  BLANK OR OUT-OF-RANGE COUNT KEEPS THE DEFAULT.
001580*----------------------------------------------------------------
001590 1060-SCAN-PARM-RECORD.
001600     READ ParmFile
001610         AT END
001620             MOVE 'Y' TO WS-PARM-EOF-SW
001630             GO TO 1060-EXIT
001640     END-READ
001650     IF PARM-PROGRAM-ID NOT = "BACKUPGEN "
001660         GO TO 1060-EXIT
001670     END-IF
001680     MOVE 'Y' TO WS-PARM-FOUND-SW
001690     MOVE PARM-LIMIT TO WS-PARM-ENTRY
001700     IF WS-PARM-ENTRY IS NUMERIC
001710         AND WS-PARM-ENTRY-N > ZERO
001720         AND WS-PARM-ENTRY-N NOT > WS-GEN-MAX
001730         MOVE WS-PARM-ENTRY-N TO WS-GEN-KEEP
001740     ELSE
001750         IF WS-PARM-ENTRY NOT = SPACES
001760             DISPLAY "BackupGen: bad generation count on "
001770                 "BATPARMS - keeping " WS-DEFAULT-KEEP "."
001780         END-IF
001790     END-IF.
001800 1060-EXIT.
001810     EXIT.
001820
001830*----------------------------------------------------------------
001840* 2000-CHOOSE-SLOT - PICK THE SLOT TO WRITE: THE FIRST ONE NOT
001850*                  YET USED, OR FAILING THAT THE ONE WHOSE HEADER
001860*                  IS OLDEST.  A SLOT WITH NO READABLE HEADER IS
001870*                  TAKEN AS SOON AS IT IS SEEN.
001880*----------------------------------------------------------------
001890 2000-CHOOSE-SLOT.
001900     MOVE 'N' TO WS-SLOT-FOUND-SW
001910     MOVE 1 TO WS-CHOSEN-SLOT
001920     MOVE HIGH-VALUES TO WS-OLDEST-STAMP
001930     MOVE 1 TO WS-SLOT
001940     PERFORM 2100-EXAMINE-SLOT THRU 2100-EXIT
001950         UNTIL FREE-SLOT-FOUND
001960             OR WS-SLOT > WS-GEN-KEEP.
001970 2000-EXIT.
001980     EXIT.
001990
002000*----------------------------------------------------------------
002010* 2100-EXAMINE-SLOT - LOOK AT ONE SLOT'S HEADER.
002020*----------------------------------------------------------------
002030 2100-EXAMINE-SLOT.
002040     PERFORM 7000-BUILD-GEN-NAME THRU 7000-EXIT
002050     OPEN INPUT GenFile
002060     IF NOT GEN-OK
002070         MOVE WS-SLOT TO WS-CHOSEN-SLOT
002080         MOVE 'Y' TO WS-SLOT-FOUND-SW
002090         GO TO 2100-EXIT
002100     END-IF
002110     READ GenFile
002120         AT END
002130             MOVE SPACES TO GEN-RECORD
002140     END-READ
002150     CLOSE GenFile
002160     IF BKL-MARKER NOT = "*BKHDR**"
002170         MOVE WS-SLOT TO WS-CHOSEN-SLOT
002180         MOVE 'Y' TO WS-SLOT-FOUND-SW
002190         GO TO 2100-EXIT
002200     END-IF
002210     MOVE BKL-DATE TO WS-SLOT-STAMP (1:8)
002220     MOVE BKL-TIME TO WS-SLOT-STAMP (9:8)
002230     IF WS-SLOT-STAMP < WS-OLDEST-STAMP
002240         MOVE WS-SLOT-STAMP TO WS-OLDEST-STAMP
002250         MOVE WS-SLOT TO WS-CHOSEN-SLOT
002260     END-IF
002270     ADD 1 TO WS-SLOT.
002280 2100-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------------
002320* 3000-COPY-FILE - COPY THE FILE INTO THE CHOSEN SLOT BETWEEN
002330*                  ITS LABELS.  NO FILE TO COPY IS NOT AN ERROR -
002340*                  THE CALLER IS ABOUT TO CREATE IT.
002350*----------------------------------------------------------------
002360 3000-COPY-FILE.
002370     OPEN INPUT SourceFile
002380     IF NOT SRC-OK
002390         IF SRC-FILE-NOT-FOUND
002400             MOVE "NF" TO BKR-RESULT
002410         ELSE
002420             DISPLAY "BackupGen: " BKR-FILE-ID " open failed, "
002430                 "file status " WS-SRC-STATUS
002440         END-IF
002450         GO TO 3000-EXIT
002460     END-IF
002470     MOVE WS-CHOSEN-SLOT TO WS-SLOT
002480     PERFORM 7000-BUILD-GEN-NAME THRU 7000-EXIT
002490     OPEN OUTPUT GenFile
002500     IF NOT GEN-OK
002510         DISPLAY "BackupGen: " WS-GEN-NAME " open failed, "
002520             "file status " WS-GEN-STATUS
002530         CLOSE SourceFile
002540         GO TO 3000-EXIT
002550     END-IF
002560     MOVE "*BKHDR**" TO WS-LABEL-MARKER
002570     PERFORM 3200-WRITE-LABEL THRU 3200-EXIT
002580     PERFORM 3100-COPY-RECORD THRU 3100-EXIT
002590         UNTIL SRC-AT-EOF
002600     MOVE "*BKEND**" TO WS-LABEL-MARKER
002610     PERFORM 3200-WRITE-LABEL THRU 3200-EXIT
002620     CLOSE SourceFile
002630     CLOSE GenFile
002640     IF NOT GEN-OK
002650         DISPLAY "BackupGen: " WS-GEN-NAME " close failed, "
002660             "file status " WS-GEN-STATUS
002670         GO TO 3000-EXIT
002680     END-IF
002690     MOVE "00" TO BKR-RESULT
002700     MOVE WS-CHOSEN-SLOT TO BKR-GENERATION
002710     MOVE WS-COPY-COUNT TO BKR-RECORD-COUNT.
002720 3000-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------
002760* 3100-COPY-RECORD - COPY ONE RECORD ACROSS UNCHANGED.
002770*----------------------------------------------------------------
002780 3100-COPY-RECORD.
002790     READ SourceFile
002800         AT END
002810             MOVE 'Y' TO WS-SRC-EOF-SW
002820             GO TO 3100-EXIT
002830     END-READ
002840     WRITE GEN-RECORD FROM SOURCE-RECORD
002850     ADD 1 TO WS-COPY-COUNT.
002860 3100-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------
002900* 3200-WRITE-LABEL - WRITE THE HEADER OR TRAILER LABEL WHOSE
002910*                  MARKER THE CALLER LEFT IN WS-LABEL-MARKER.  THE
002920*                  TRAILER CARRIES THE COUNT COPIED SO FAR.
002930*----------------------------------------------------------------
002940 3200-WRITE-LABEL.
002950     MOVE SPACES TO GEN-LABEL-RECORD
002960     MOVE WS-LABEL-MARKER TO BKL-MARKER
002970     MOVE BKR-FILE-ID TO BKL-FILE-ID
002980     MOVE WS-CURRENT-DATE TO BKL-DATE
002990     MOVE WS-CURRENT-TIME TO BKL-TIME
003000     MOVE BKR-PROGRAM TO BKL-PROGRAM
003010     IF NO-SIGNON-OPERATOR
003020         MOVE "BATCH" TO BKL-OPERATOR-ID
003030     ELSE
003040         MOVE SIGNON-OPERATOR-ID TO BKL-OPERATOR-ID
003050     END-IF
003060     MOVE WS-COPY-COUNT TO BKL-RECORD-COUNT
003070     WRITE GEN-LABEL-RECORD.
003080 3200-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120* 7000-BUILD-GEN-NAME - BUILD THE SLOT NAME <FILE>.BKnn FOR THE
003130*                  SLOT IN WS-SLOT.
003140*----------------------------------------------------------------
003150 7000-BUILD-GEN-NAME.
003160     MOVE WS-SLOT TO WS-SLOT-DISPLAY
003170     MOVE SPACES TO WS-GEN-NAME
003180     STRING BKR-FILE-ID DELIMITED BY SPACE
003190         ".BK" DELIMITED BY SIZE
003200         WS-SLOT-DISPLAY DELIMITED BY SIZE
003210         INTO WS-GEN-NAME.
003220 7000-EXIT.
003230     EXIT.
