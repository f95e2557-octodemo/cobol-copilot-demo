000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ComplMaint.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - MAINTAIN THE VISITOR
000110*                  COMPLIANCE FILE (COMPLY): BROWSE A VISITOR'S
000120*                  SAFETY INDUCTION AND NDA ACKNOWLEDGEMENTS,
000130*                  RECORD ONE RETURNED ON PAPER (OR RENEW ONE
000140*                  ALREADY ON FILE) WITH ITS DATE AND EXPIRY,
000150*                  AND REMOVE ONE FILED IN ERROR.  EACH RECORD
000160*                  CARRIES THE OPERATOR WHO LAST FILED IT.
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SPECIAL-NAMES.
000220     CONSOLE IS KEYBOARD.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ComplyFile ASSIGN TO "COMPLY"
000260         ORGANIZATION INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS CMP-KEY
000290         FILE STATUS IS WS-CMP-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  ComplyFile.
000340 01  COMPLY-RECORD.
000350     COPY ComplianceRecord.
000360
000370 WORKING-STORAGE SECTION.
000380 01  WS-CMP-STATUS                   PIC X(02).
000390     88  CMP-OK                          VALUE "00".
000400     88  CMP-NOT-FOUND                   VALUE "23".
000410     88  CMP-FILE-NOT-FOUND              VALUE "35".
000420     88  CMP-AT-END                      VALUE "10".
000430
000440 01  WS-MENU-CHOICE                  PIC X(01).
000450     88  BROWSE-ACKS                     VALUE '1'.
000460     88  RECORD-ACK                      VALUE '2'.
000470     88  REMOVE-ACK                      VALUE '3'.
000480     88  EXIT-COMPLY                     VALUE '4'.
000490     88  VALID-COMPLY-CHOICE             VALUE '1' '2' '3'
000500                                               '4'.
000510
000520 01  WS-OPERATOR-ID                  PIC X(08).
000530
000540 01  WS-CURRENT-DATE                 PIC X(08).
000550
000560 01  WS-WORK-FIELDS.
000570     05  WS-WORK-ID                  PIC X(08).
000580     05  WS-WORK-TYPE                PIC X(04).
000590         88  VALID-ACK-TYPE              VALUE "IND " "NDA ".
000600     05  WS-WORK-NAME                PIC X(40).
000610     05  WS-WORK-ACK-DATE            PIC X(08).
000620     05  WS-WORK-EXPIRY-DATE         PIC X(08).
000630
000640 01  WS-EXPIRY-DATE                  PIC X(08).
000650 01  FILLER REDEFINES WS-EXPIRY-DATE.
000660     05  WS-EXP-YEAR                 PIC 9(04).
000670     05  WS-EXP-MONTH-DAY            PIC X(04).
000680
000690 01  WS-BROWSE-COUNT                 COMP PIC 9(05) VALUE ZERO.
000700
000710 01  WS-DISPLAY-COUNT                PIC ZZZZ9.
000720
000730 01  WS-CONFIRM-SW                   PIC X(01).
000740     88  CHANGE-CONFIRMED                VALUE 'Y' 'y'.
000750
000760 01  SIGNON-AREA EXTERNAL.
000770     COPY SignOnArea.
000780
000790 01  WS-SWITCHES.
000800     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
000810         88  MAINT-DONE                  VALUE 'Y'.
000820     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000830         88  ABORT-RUN                   VALUE 'Y'.
000840     05  WS-ON-FILE-SW               PIC X(01) VALUE 'N'.
000850         88  ACK-ON-FILE                 VALUE 'Y'.
000860     05  WS-DATE-GOOD-SW             PIC X(01) VALUE 'N'.
000870         88  DATE-GOOD                   VALUE 'Y'.
000880     05  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
000890         88  BROWSE-DONE                 VALUE 'Y'.
000900
000910 PROCEDURE DIVISION.
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000940     IF NOT ABORT-RUN
000950         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000960             UNTIL MAINT-DONE
000970         PERFORM 9000-TERMINATE THRU 9000-EXIT
000980     END-IF
000990     GOBACK.
001000
001010*----------------------------------------------------------------
001020* 1000-INITIALIZE - CAPTURE THE OPERATOR ID FROM THE SHARED
001030*                  SIGN-ON AREA (PROMPTED ON A STANDALONE RUN)
001040*                  AND OPEN THE COMPLIANCE FILE, CREATING IT ON
001050*                  THE FIRST RUN THE WAY HostMaint CREATES THE
001060*                  HOST DIRECTORY.
001070*----------------------------------------------------------------
001080 1000-INITIALIZE.
001090     MOVE 'N' TO WS-DONE-SW
001100     MOVE 'N' TO WS-ABORT-SW
001110     IF NO-SIGNON-OPERATOR
001120         DISPLAY "Operator ID: "
001130         ACCEPT WS-OPERATOR-ID FROM KEYBOARD
001140     ELSE
001150         MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID
001160     END-IF
001170     OPEN I-O ComplyFile
001180     IF CMP-FILE-NOT-FOUND
001190         OPEN OUTPUT ComplyFile
001200         CLOSE ComplyFile
001210         OPEN I-O ComplyFile
001220     END-IF
001230     IF NOT CMP-OK
001240         DISPLAY "ComplMaint: COMPLY open failed, "
001250             "file status " WS-CMP-STATUS
001260         MOVE 'Y' TO WS-ABORT-SW
001270         GO TO 1000-EXIT
001280     END-IF.
001290 1000-EXIT.
001300     EXIT.
001310
001320*----------------------------------------------------------------
001330* 2000-PROCESS-MENU - DISPLAY THE MENU, ACCEPT THE CHOICE, AND
001340*                  DISPATCH TO THE SELECTED FUNCTION.
001350*----------------------------------------------------------------
001360 2000-PROCESS-MENU.
001370     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
001380     MOVE SPACE TO WS-MENU-CHOICE
001390     PERFORM 2200-ACCEPT-CHOICE THRU 2200-EXIT
001400         UNTIL VALID-COMPLY-CHOICE
001410
001420     IF BROWSE-ACKS
001430         PERFORM 3000-BROWSE-ACKS THRU 3000-EXIT
001440     ELSE
001450         IF RECORD-ACK
001460             PERFORM 4000-RECORD-ACK THRU 4000-EXIT
001470         ELSE
001480             IF REMOVE-ACK
001490                 PERFORM 5000-REMOVE-ACK THRU 5000-EXIT
001500             ELSE
001510                 MOVE 'Y' TO WS-DONE-SW
001520             END-IF
001530         END-IF
001540     END-IF.
001550 2000-EXIT.
001560     EXIT.
001570
001580*----------------------------------------------------------------
001590* 2100-DISPLAY-MENU - SHOW THE COMPLIANCE MAINTENANCE MENU.
001600*----------------------------------------------------------------
001610 2100-DISPLAY-MENU.
001620     DISPLAY " "
001630     DISPLAY "----------------------------------------"
001640     DISPLAY "  VISITOR COMPLIANCE MAINTENANCE"
001650     DISPLAY "----------------------------------------"
001660     DISPLAY "  1. Browse acknowledgements"
001670     DISPLAY "  2. Record or renew an acknowledgement"
001680     DISPLAY "  3. Remove an acknowledgement"
001690     DISPLAY "  4. Exit"
001700     DISPLAY "----------------------------------------".
001710 2100-EXIT.
001720     EXIT.
001730
001740*----------------------------------------------------------------
001750* 2200-ACCEPT-CHOICE - ACCEPT THE MENU CHOICE AND RE-PROMPT
001760*                  WHEN IT IS NOT VALID.
001770*----------------------------------------------------------------
001780 2200-ACCEPT-CHOICE.
001790     DISPLAY "Enter your choice (1-4): "
001800     ACCEPT WS-MENU-CHOICE FROM KEYBOARD
001810
001820     IF NOT VALID-COMPLY-CHOICE
001830         DISPLAY "Please enter a choice from 1 to 4."
001840     END-IF.
001850 2200-EXIT.
001860     EXIT.
001870
001880*----------------------------------------------------------------
001890* 3000-BROWSE-ACKS - LIST ONE VISITOR'S ACKNOWLEDGEMENTS, OR
001900*                  EVERY ACKNOWLEDGEMENT ON FILE WHEN THE ID IS
001910*                  LEFT BLANK, IN VISITOR ID ORDER.
001920*----------------------------------------------------------------
001930 3000-BROWSE-ACKS.
001940     MOVE ZERO TO WS-BROWSE-COUNT
001950     MOVE 'N' TO WS-BROWSE-DONE-SW
001960     DISPLAY "Visitor ID (blank lists everyone): "
001970     MOVE SPACES TO WS-WORK-ID
001980     ACCEPT WS-WORK-ID FROM KEYBOARD
001990     IF WS-WORK-ID = SPACES
002000         MOVE LOW-VALUES TO CMP-KEY
002010     ELSE
002020         MOVE WS-WORK-ID TO CMP-VISITOR-ID
002030         MOVE LOW-VALUES TO CMP-ACK-TYPE
002040     END-IF
002050     START ComplyFile KEY IS NOT LESS THAN CMP-KEY
002060         INVALID KEY
002070             MOVE 'Y' TO WS-BROWSE-DONE-SW
002080     END-START
002090     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
002100         UNTIL BROWSE-DONE
002110     MOVE WS-BROWSE-COUNT TO WS-DISPLAY-COUNT
002120     DISPLAY "Acknowledgements listed: " WS-DISPLAY-COUNT.
002130 3000-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------
002170* 3100-BROWSE-NEXT - READ AND DISPLAY THE NEXT RECORD, STOPPING
002180*                  AT THE END OF THE FILE OR OF THE VISITOR
002190*                  ASKED FOR.
002200*----------------------------------------------------------------
002210 3100-BROWSE-NEXT.
002220     READ ComplyFile NEXT RECORD
002230         AT END
002240             MOVE 'Y' TO WS-BROWSE-DONE-SW
002250             GO TO 3100-EXIT
002260     END-READ
002270     IF WS-WORK-ID NOT = SPACES
002280         AND CMP-VISITOR-ID NOT = WS-WORK-ID
002290         MOVE 'Y' TO WS-BROWSE-DONE-SW
002300         GO TO 3100-EXIT
002310     END-IF
002320     DISPLAY CMP-VISITOR-ID " " CMP-ACK-TYPE " "
002330         CMP-VISITOR-NAME
002340     DISPLAY "         GIVEN: " CMP-ACK-DATE
002350         " EXPIRES: " CMP-EXPIRY-DATE
002360         " BY: " CMP-RECORDED-BY
002370     ADD 1 TO WS-BROWSE-COUNT.
002380 3100-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------------
002420* 4000-RECORD-ACK - FILE ONE ACKNOWLEDGEMENT FOR ONE VISITOR.
002430*                  ONE ALREADY ON FILE UNDER THE SAME VISITOR
002440*                  AND TYPE IS RENEWED IN PLACE.  THE DATE GIVEN
002450*                  DEFAULTS TO TODAY; AN INDUCTION'S EXPIRY
002460*                  DEFAULTS TO ONE YEAR LATER AND AN NDA'S TO
002470*                  NONE.
002480*----------------------------------------------------------------
002490 4000-RECORD-ACK.
002500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002510     MOVE SPACES TO WS-WORK-ID
002520     PERFORM 4100-ACCEPT-ID THRU 4100-EXIT
002530         UNTIL WS-WORK-ID NOT = SPACES
002540     MOVE SPACES TO WS-WORK-TYPE
002550     PERFORM 4200-ACCEPT-TYPE THRU 4200-EXIT
002560         UNTIL VALID-ACK-TYPE
002570     MOVE WS-WORK-ID TO CMP-VISITOR-ID
002580     MOVE WS-WORK-TYPE TO CMP-ACK-TYPE
002590     MOVE 'Y' TO WS-ON-FILE-SW
002600     READ ComplyFile
002610         INVALID KEY
002620             MOVE 'N' TO WS-ON-FILE-SW
002630     END-READ
002640     IF ACK-ON-FILE
002650         DISPLAY "On file: " CMP-VISITOR-NAME
002660         DISPLAY "Given " CMP-ACK-DATE
002670             ", expires " CMP-EXPIRY-DATE
002680             " - this entry renews it."
002690         MOVE CMP-VISITOR-NAME TO WS-WORK-NAME
002700         DISPLAY "Visitor name (blank keeps it): "
002710     ELSE
002720         MOVE SPACES TO WS-WORK-NAME
002730         DISPLAY "Visitor name: "
002740     END-IF
002750     MOVE SPACES TO CMP-VISITOR-NAME
002760     ACCEPT CMP-VISITOR-NAME FROM KEYBOARD
002770     IF CMP-VISITOR-NAME = SPACES
002780         MOVE WS-WORK-NAME TO CMP-VISITOR-NAME
002790     END-IF
002800     MOVE 'N' TO WS-DATE-GOOD-SW
002810     PERFORM 4300-ACCEPT-ACK-DATE THRU 4300-EXIT
002820         UNTIL DATE-GOOD
002830     MOVE 'N' TO WS-DATE-GOOD-SW
002840     PERFORM 4400-ACCEPT-EXPIRY THRU 4400-EXIT
002850         UNTIL DATE-GOOD
002860     DISPLAY "File " WS-WORK-TYPE "for " WS-WORK-ID
002870         " given " WS-WORK-ACK-DATE
002880         " expiring " WS-WORK-EXPIRY-DATE "? (Y/N): "
002890     ACCEPT WS-CONFIRM-SW FROM KEYBOARD
002900     IF NOT CHANGE-CONFIRMED
002910         DISPLAY "Acknowledgement not filed."
002920         GO TO 4000-EXIT
002930     END-IF
002940     MOVE WS-WORK-ID TO CMP-VISITOR-ID
002950     MOVE WS-WORK-TYPE TO CMP-ACK-TYPE
002960     MOVE WS-WORK-ACK-DATE TO CMP-ACK-DATE
002970     MOVE WS-WORK-EXPIRY-DATE TO CMP-EXPIRY-DATE
002980     MOVE WS-OPERATOR-ID TO CMP-RECORDED-BY
002990     MOVE WS-CURRENT-DATE TO CMP-RECORDED-DATE
003000     IF ACK-ON-FILE
003010         REWRITE COMPLY-RECORD
003020             INVALID KEY
003030                 DISPLAY "ComplMaint: renewal failed for "
003040                     CMP-KEY ", file status " WS-CMP-STATUS
003050             NOT INVALID KEY
003060                 DISPLAY "Acknowledgement renewed."
003070         END-REWRITE
003080     ELSE
003090         WRITE COMPLY-RECORD
003100             INVALID KEY
003110                 DISPLAY "ComplMaint: add failed for "
003120                     CMP-KEY ", file status " WS-CMP-STATUS
003130             NOT INVALID KEY
003140                 DISPLAY "Acknowledgement recorded."
003150         END-WRITE
003160     END-IF.
003170 4000-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------------
003210* 4100-ACCEPT-ID - ACCEPT THE VISITOR ID AND RE-PROMPT WHEN IT
003220*                  IS BLANK.
003230*----------------------------------------------------------------
003240 4100-ACCEPT-ID.
003250     DISPLAY "Visitor ID: "
003260     ACCEPT WS-WORK-ID FROM KEYBOARD
003270     IF WS-WORK-ID = SPACES
003280         DISPLAY "The visitor ID cannot be blank."
003290     END-IF.
003300 4100-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------
003340* 4200-ACCEPT-TYPE - ACCEPT THE ACKNOWLEDGEMENT TYPE AND
003350*                  RE-PROMPT UNTIL IT IS IND OR NDA.
003360*----------------------------------------------------------------
003370 4200-ACCEPT-TYPE.
003380     DISPLAY "Type (IND = safety induction, NDA): "
003390     ACCEPT WS-WORK-TYPE FROM KEYBOARD
003400     INSPECT WS-WORK-TYPE
003410         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003420         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003430     IF NOT VALID-ACK-TYPE
003440         DISPLAY "Please enter IND or NDA."
003450     END-IF.
003460 4200-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* 4300-ACCEPT-ACK-DATE - ACCEPT THE DATE THE ACKNOWLEDGEMENT WAS
003510*                  GIVEN.  BLANK IS TODAY; A DATE IN THE FUTURE
003520*                  IS REFUSED.
003530*----------------------------------------------------------------
003540 4300-ACCEPT-ACK-DATE.
003550     DISPLAY "Date given (YYYYMMDD, blank = today): "
003560     MOVE SPACES TO WS-WORK-ACK-DATE
003570     ACCEPT WS-WORK-ACK-DATE FROM KEYBOARD
003580     IF WS-WORK-ACK-DATE = SPACES
003590         MOVE WS-CURRENT-DATE TO WS-WORK-ACK-DATE
003600     END-IF
003610     IF WS-WORK-ACK-DATE IS NOT NUMERIC
003620         DISPLAY "Please enter a date as YYYYMMDD."
003630         GO TO 4300-EXIT
003640     END-IF
003650     IF WS-WORK-ACK-DATE > WS-CURRENT-DATE
003660         DISPLAY "The date given cannot be in the future."
003670         GO TO 4300-EXIT
003680     END-IF
003690     MOVE 'Y' TO WS-DATE-GOOD-SW.
003700 4300-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740* 4400-ACCEPT-EXPIRY - ACCEPT THE LAST DAY THE ACKNOWLEDGEMENT IS
003750*                  GOOD FOR.  BLANK IS ONE YEAR AFTER THE DATE
003760*                  GIVEN FOR AN INDUCTION AND NO EXPIRY FOR AN
003770*                  NDA; 'NONE' FILES NO EXPIRY FOR EITHER.  AN
003780*                  EXPIRY BEFORE THE DATE GIVEN IS REFUSED.
003790*----------------------------------------------------------------
003800 4400-ACCEPT-EXPIRY.
003810     IF WS-WORK-TYPE = "IND "
003820         DISPLAY "Expiry date (YYYYMMDD, blank = one year, "
003830             "NONE = no expiry): "
003840     ELSE
003850         DISPLAY "Expiry date (YYYYMMDD, blank = no expiry): "
003860     END-IF
003870     MOVE SPACES TO WS-WORK-EXPIRY-DATE
003880     ACCEPT WS-WORK-EXPIRY-DATE FROM KEYBOARD
003890     INSPECT WS-WORK-EXPIRY-DATE
003900         CONVERTING "none" TO "NONE"
003910     IF WS-WORK-EXPIRY-DATE = "NONE"
003920         MOVE SPACES TO WS-WORK-EXPIRY-DATE
003930         MOVE 'Y' TO WS-DATE-GOOD-SW
003940         GO TO 4400-EXIT
003950     END-IF
003960     IF WS-WORK-EXPIRY-DATE = SPACES
003970         IF WS-WORK-TYPE = "IND "
003980             MOVE WS-WORK-ACK-DATE TO WS-EXPIRY-DATE
003990             ADD 1 TO WS-EXP-YEAR
004000             IF WS-EXP-MONTH-DAY = "0229"
004010                 MOVE "0228" TO WS-EXP-MONTH-DAY
004020             END-IF
004030             MOVE WS-EXPIRY-DATE TO WS-WORK-EXPIRY-DATE
004040         END-IF
004050         MOVE 'Y' TO WS-DATE-GOOD-SW
004060         GO TO 4400-EXIT
004070     END-IF
004080     IF WS-WORK-EXPIRY-DATE IS NOT NUMERIC
004090         DISPLAY "Please enter a date as YYYYMMDD."
004100         GO TO 4400-EXIT
004110     END-IF
004120     IF WS-WORK-EXPIRY-DATE < WS-WORK-ACK-DATE
004130         DISPLAY "The expiry is before the date given."
004140         GO TO 4400-EXIT
004150     END-IF
004160     MOVE 'Y' TO WS-DATE-GOOD-SW.
004170 4400-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210* 5000-REMOVE-ACK - REMOVE ONE ACKNOWLEDGEMENT FILED IN ERROR,
004220*                  AFTER SHOWING IT AND CONFIRMING.  A LAPSED
004230*                  ONE IS LEFT ON FILE - THE LAPSE REPORT AND
004240*                  THE DESK CHECK BOTH NEED TO SEE IT.
004250*----------------------------------------------------------------
004260 5000-REMOVE-ACK.
004265     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004270     MOVE SPACES TO WS-WORK-ID
004280     PERFORM 4100-ACCEPT-ID THRU 4100-EXIT
004290         UNTIL WS-WORK-ID NOT = SPACES
004300     MOVE SPACES TO WS-WORK-TYPE
004310     PERFORM 4200-ACCEPT-TYPE THRU 4200-EXIT
004320         UNTIL VALID-ACK-TYPE
004330     MOVE WS-WORK-ID TO CMP-VISITOR-ID
004340     MOVE WS-WORK-TYPE TO CMP-ACK-TYPE
004350     READ ComplyFile
004360         INVALID KEY
004370             DISPLAY "No " WS-WORK-TYPE "is on file for "
004380                 WS-WORK-ID "."
004390             GO TO 5000-EXIT
004400     END-READ
004401     IF CMP-EXPIRY-DATE NOT = SPACES
004402         AND CMP-EXPIRY-DATE < WS-CURRENT-DATE
004403         DISPLAY "That acknowledgement lapsed on "
004404             CMP-EXPIRY-DATE " and stays on file."
004405         GO TO 5000-EXIT
004406     END-IF
004410     DISPLAY "Name: " CMP-VISITOR-NAME
004420     DISPLAY "Given " CMP-ACK-DATE ", expires "
004430         CMP-EXPIRY-DATE ", filed by " CMP-RECORDED-BY
004440     DISPLAY "Remove this acknowledgement? (Y/N): "
004450     ACCEPT WS-CONFIRM-SW FROM KEYBOARD
004460     IF NOT CHANGE-CONFIRMED
004470         DISPLAY "Acknowledgement not removed."
004480         GO TO 5000-EXIT
004490     END-IF
004500     DELETE ComplyFile
004510         INVALID KEY
004520             DISPLAY "ComplMaint: remove failed for "
004530                 CMP-KEY ", file status " WS-CMP-STATUS
004540         NOT INVALID KEY
004550             DISPLAY "Acknowledgement removed."
004560     END-DELETE.
004570 5000-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610* 9000-TERMINATE - CLOSE THE FILE AND END THE RUN.
004620*----------------------------------------------------------------
004630 9000-TERMINATE.
004640     CLOSE ComplyFile.
004650 9000-EXIT.
004660     EXIT.
