000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HostMaint.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - MAINTAIN THE HOST
000110*                  DIRECTORY (HOSTDIR) OF EMPLOYEES WHO MAY HOST
000120*                  A VISITOR: ADD A HOST UNDER A HOST ID, BROWSE
000130*                  WHAT IS ON FILE, CHANGE A HOST'S NAME,
000140*                  DEPARTMENT, FLOOR, LOCATION, OR EXTENSION, AND
000150*                  DEACTIVATE A HOST WHO HAS LEFT (OR REACTIVATE
000160*                  ONE WHO HAS COME BACK).  HOSTS ARE NEVER
000170*                  DELETED - OLDER REGISTRATIONS AND SLIPS STILL
000180*                  NAME THEM - BUT AN INACTIVE HOST IS REFUSED
000190*                  BY PreRegMaint AND RosterEdit.
000192* 2026-10-15  RCM  6000-SET-STATUS CHECKS ITS REWRITE THE WAY
000194*                  5000-CHANGE-HOST DOES - A FAILED REWRITE IS
000196*                  REPORTED WITH THE FILE STATUS INSTEAD OF
000198*                  ANNOUNCING A STATUS CHANGE THAT DID NOT HAPPEN.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SPECIAL-NAMES.
000250     CONSOLE IS KEYBOARD.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT HostDirFile ASSIGN TO "HOSTDIR"
000290         ORGANIZATION INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS HD-HOST-ID
000320         ALTERNATE RECORD KEY IS HD-NAME
000330             WITH DUPLICATES
000340         FILE STATUS IS WS-HD-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  HostDirFile.
000390 01  HOST-DIR-RECORD.
000400     COPY HostDirRecord.
000410
000420 WORKING-STORAGE SECTION.
000430 01  WS-HD-STATUS                    PIC X(02).
000440     88  HD-OK                           VALUE "00".
000450     88  HD-NOT-FOUND                    VALUE "23".
000460     88  HD-FILE-NOT-FOUND               VALUE "35".
000470     88  HD-AT-END                       VALUE "10".
000480
000490 01  WS-MENU-CHOICE                  PIC X(01).
000500     88  BROWSE-HOSTS                    VALUE '1'.
000510     88  ADD-HOST                        VALUE '2'.
000520     88  CHANGE-HOST                     VALUE '3'.
000530     88  SET-HOST-STATUS                 VALUE '4'.
000540     88  EXIT-HOST                       VALUE '5'.
000550     88  VALID-HOST-CHOICE               VALUE '1' '2' '3' '4'
000560                                               '5'.
000570
000580 01  WS-WORK-FIELDS.
000590     05  WS-WORK-ID                  PIC X(08).
000600     05  WS-WORK-NAME                PIC X(40).
000610     05  WS-WORK-DEPARTMENT          PIC X(20).
000620     05  WS-WORK-FLOOR               PIC X(04).
000630     05  WS-WORK-LOCATION            PIC X(20).
000640     05  WS-WORK-EXTENSION           PIC X(06).
000650
000660 01  WS-BROWSE-COUNT                 COMP PIC 9(05) VALUE ZERO.
000670
000680 01  WS-DISPLAY-COUNT                PIC ZZZZ9.
000690
000700 01  WS-CONFIRM-SW                   PIC X(01).
000710     88  CHANGE-CONFIRMED                VALUE 'Y' 'y'.
000720
000730 01  WS-SWITCHES.
000740     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
000750         88  MAINT-DONE                  VALUE 'Y'.
000760     05  WS-VALID-NAME-SW            PIC X(01) VALUE 'N'.
000770         88  VALID-NAME                  VALUE 'Y'.
000780     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000790         88  ABORT-RUN                   VALUE 'Y'.
000800
000810 PROCEDURE DIVISION.
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000840     IF NOT ABORT-RUN
000850         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000860             UNTIL MAINT-DONE
000870         PERFORM 9000-TERMINATE THRU 9000-EXIT
000880     END-IF
000890     GOBACK.
000900
000910*----------------------------------------------------------------
000920* 1000-INITIALIZE - OPEN THE HOST DIRECTORY, CREATING IT ON THE
000930*                  FIRST RUN, THE SAME WAY OperMaint CREATES THE
000940*                  OPERATOR FILE.
000950*----------------------------------------------------------------
000960 1000-INITIALIZE.
000970     MOVE 'N' TO WS-DONE-SW
000980     MOVE 'N' TO WS-ABORT-SW
000990     OPEN I-O HostDirFile
001000     IF HD-FILE-NOT-FOUND
001010         OPEN OUTPUT HostDirFile
001020         CLOSE HostDirFile
001030         OPEN I-O HostDirFile
001040     END-IF
001050     IF NOT HD-OK
001060         DISPLAY "HostMaint: HOSTDIR open failed, "
001070             "file status " WS-HD-STATUS
001080         MOVE 'Y' TO WS-ABORT-SW
001090         GO TO 1000-EXIT
001100     END-IF.
001110 1000-EXIT.
001120     EXIT.
001130
001140*----------------------------------------------------------------
001150* 2000-PROCESS-MENU - DISPLAY THE MENU, ACCEPT THE CHOICE, AND
001160*                  DISPATCH TO THE SELECTED FUNCTION.
001170*----------------------------------------------------------------
001180 2000-PROCESS-MENU.
001190     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
001200     MOVE SPACE TO WS-MENU-CHOICE
001210     PERFORM 2200-ACCEPT-CHOICE THRU 2200-EXIT
001220         UNTIL VALID-HOST-CHOICE
001230
001240     IF BROWSE-HOSTS
001250         PERFORM 3000-BROWSE-HOSTS THRU 3000-EXIT
001260     ELSE
001270         IF ADD-HOST
001280             PERFORM 4000-ADD-HOST THRU 4000-EXIT
001290         ELSE
001300             IF CHANGE-HOST
001310                 PERFORM 5000-CHANGE-HOST THRU 5000-EXIT
001320             ELSE
001330                 IF SET-HOST-STATUS
001340                     PERFORM 6000-SET-STATUS THRU 6000-EXIT
001350                 ELSE
001360                     MOVE 'Y' TO WS-DONE-SW
001370                 END-IF
001380             END-IF
001390         END-IF
001400     END-IF.
001410 2000-EXIT.
001420     EXIT.
001430
001440*----------------------------------------------------------------
001450* 2100-DISPLAY-MENU - SHOW THE HOST DIRECTORY MENU.
001460*----------------------------------------------------------------
001470 2100-DISPLAY-MENU.
001480     DISPLAY " "
001490     DISPLAY "----------------------------------------"
001500     DISPLAY "  HOST DIRECTORY MAINTENANCE"
001510     DISPLAY "----------------------------------------"
001520     DISPLAY "  1. Browse hosts"
001530     DISPLAY "  2. Add a host"
001540     DISPLAY "  3. Change a host's details"
001550     DISPLAY "  4. Deactivate or reactivate a host"
001560     DISPLAY "  5. Exit"
001570     DISPLAY "----------------------------------------".
001580 2100-EXIT.
001590     EXIT.
001600
001610*----------------------------------------------------------------
001620* 2200-ACCEPT-CHOICE - ACCEPT THE MENU CHOICE AND RE-PROMPT
001630*                  WHEN IT IS NOT VALID.
001640*----------------------------------------------------------------
001650 2200-ACCEPT-CHOICE.
001660     DISPLAY "Enter your choice (1-5): "
001670     ACCEPT WS-MENU-CHOICE FROM KEYBOARD
001680
001690     IF NOT VALID-HOST-CHOICE
001700         DISPLAY "Please enter a choice from 1 to 5."
001710     END-IF.
001720 2200-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------------
001760* 3000-BROWSE-HOSTS - LIST EVERY HOST IN HOST ID ORDER.
001770*----------------------------------------------------------------
001780 3000-BROWSE-HOSTS.
001790     MOVE ZERO TO WS-BROWSE-COUNT
001800     MOVE LOW-VALUES TO HD-HOST-ID
001810     START HostDirFile KEY IS NOT LESS THAN HD-HOST-ID
001820         INVALID KEY
001830             DISPLAY "No hosts are on file."
001840             GO TO 3000-EXIT
001850     END-START
001860     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
001870         UNTIL HD-AT-END
001880     MOVE WS-BROWSE-COUNT TO WS-DISPLAY-COUNT
001890     DISPLAY "Hosts on file: " WS-DISPLAY-COUNT.
001900 3000-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------------
001940* 3100-BROWSE-NEXT - READ AND DISPLAY THE NEXT RECORD.
001950*----------------------------------------------------------------
001960 3100-BROWSE-NEXT.
001970     READ HostDirFile NEXT RECORD
001980         AT END
001990             CONTINUE
002000         NOT AT END
002010             DISPLAY HD-HOST-ID " " HD-NAME
002020                 " STATUS: " HD-ACTIVE-FLAG
002030             DISPLAY "         DEPT: " HD-DEPARTMENT
002040                 " FLOOR: " HD-FLOOR
002050                 " LOC: " HD-LOCATION
002060                 " EXT: " HD-EXTENSION
002070             ADD 1 TO WS-BROWSE-COUNT
002080     END-READ.
002090 3100-EXIT.
002100     EXIT.
002110
002120*----------------------------------------------------------------
002130* 4000-ADD-HOST - FILE ONE HOST, ACTIVE.  THE HOST ID IS THE KEY
002140*                  THE REGISTRATIONS AND THE ROSTER FEED CARRY,
002150*                  SO IT IS REQUIRED; THE NAME FOLLOWS THE SAME
002160*                  RULE THE GREETING PROGRAM ENFORCES AT THE
002170*                  KEYBOARD.  THE FLOOR IS REQUIRED TOO - IT IS
002180*                  WHAT THE SLIP RUNNER WALKS BY.
002190*----------------------------------------------------------------
002200 4000-ADD-HOST.
002210     MOVE SPACES TO WS-WORK-ID
002220     PERFORM 4100-ACCEPT-ID THRU 4100-EXIT
002230         UNTIL WS-WORK-ID NOT = SPACES
002240     MOVE WS-WORK-ID TO HD-HOST-ID
002250     READ HostDirFile
002260         INVALID KEY
002270             CONTINUE
002280         NOT INVALID KEY
002290             DISPLAY "That host ID is already on file."
002300             GO TO 4000-EXIT
002310     END-READ
002320     MOVE 'N' TO WS-VALID-NAME-SW
002330     PERFORM 4200-ACCEPT-NAME THRU 4200-EXIT
002340         UNTIL VALID-NAME
002350     DISPLAY "Department: "
002360     ACCEPT WS-WORK-DEPARTMENT FROM KEYBOARD
002370     MOVE SPACES TO WS-WORK-FLOOR
002380     PERFORM 4300-ACCEPT-FLOOR THRU 4300-EXIT
002390         UNTIL WS-WORK-FLOOR NOT = SPACES
002400     DISPLAY "Location (wing, room, or desk): "
002410     ACCEPT WS-WORK-LOCATION FROM KEYBOARD
002420     DISPLAY "Telephone extension: "
002430     ACCEPT WS-WORK-EXTENSION FROM KEYBOARD
002440
002450     MOVE WS-WORK-ID TO HD-HOST-ID
002460     MOVE WS-WORK-NAME TO HD-NAME
002470     MOVE WS-WORK-DEPARTMENT TO HD-DEPARTMENT
002480     MOVE WS-WORK-FLOOR TO HD-FLOOR
002490     MOVE WS-WORK-LOCATION TO HD-LOCATION
002500     MOVE WS-WORK-EXTENSION TO HD-EXTENSION
002510     MOVE 'A' TO HD-ACTIVE-FLAG
002520
002530     WRITE HOST-DIR-RECORD
002540         INVALID KEY
002550             DISPLAY "That host ID is already on file."
002560         NOT INVALID KEY
002570             DISPLAY "Host added."
002580     END-WRITE.
002590 4000-EXIT.
002600     EXIT.
002610
002620*----------------------------------------------------------------
002630* 4100-ACCEPT-ID - ACCEPT THE HOST ID AND RE-PROMPT WHEN IT IS
002640*                  BLANK.
002650*----------------------------------------------------------------
002660 4100-ACCEPT-ID.
002670     DISPLAY "Host ID: "
002680     ACCEPT WS-WORK-ID FROM KEYBOARD
002690     IF WS-WORK-ID = SPACES
002700         DISPLAY "The host ID cannot be blank."
002710     END-IF.
002720 4100-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------
002760* 4200-ACCEPT-NAME - ACCEPT THE HOST'S NAME AND RE-PROMPT WHEN
002770*                  IT IS BLANK OR NOT LETTERS.
002780*----------------------------------------------------------------
002790 4200-ACCEPT-NAME.
002800     DISPLAY "Host name: "
002810     ACCEPT WS-WORK-NAME FROM KEYBOARD
002820
002830     IF WS-WORK-NAME = SPACES
002840         DISPLAY "Name cannot be blank.  Please try again."
002850     ELSE
002860         IF WS-WORK-NAME IS NOT ALPHABETIC
002870             DISPLAY "Name must be letters only.  Try again."
002880         ELSE
002890             MOVE 'Y' TO WS-VALID-NAME-SW
002900         END-IF
002910     END-IF.
002920 4200-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960* 4300-ACCEPT-FLOOR - ACCEPT THE HOST'S FLOOR AND RE-PROMPT
002970*                  WHEN IT IS BLANK.
002980*----------------------------------------------------------------
002990 4300-ACCEPT-FLOOR.
003000     DISPLAY "Floor: "
003010     ACCEPT WS-WORK-FLOOR FROM KEYBOARD
003020     IF WS-WORK-FLOOR = SPACES
003030         DISPLAY "The floor cannot be blank."
003040     END-IF.
003050 4300-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------
003090* 5000-CHANGE-HOST - CHANGE ONE HOST'S DETAILS IN PLACE UNDER
003100*                  THE SAME ID.  EACH PROMPT SHOWS WHAT IS ON
003110*                  FILE; A BLANK ANSWER KEEPS IT.
003120*----------------------------------------------------------------
003130 5000-CHANGE-HOST.
003140     DISPLAY "Host ID to change: "
003150     ACCEPT WS-WORK-ID FROM KEYBOARD
003160     MOVE WS-WORK-ID TO HD-HOST-ID
003170     READ HostDirFile
003180         INVALID KEY
003190             DISPLAY "That host ID is not on file."
003200             GO TO 5000-EXIT
003210     END-READ
003220     DISPLAY "Blank keeps the value on file."
003230     DISPLAY "Name (" HD-NAME "): "
003240     MOVE SPACES TO WS-WORK-NAME
003250     ACCEPT WS-WORK-NAME FROM KEYBOARD
003260     IF WS-WORK-NAME NOT = SPACES
003270         IF WS-WORK-NAME IS NOT ALPHABETIC
003280             DISPLAY "Name must be letters only - name kept."
003290         ELSE
003300             MOVE WS-WORK-NAME TO HD-NAME
003310         END-IF
003320     END-IF
003330     DISPLAY "Department (" HD-DEPARTMENT "): "
003340     MOVE SPACES TO WS-WORK-DEPARTMENT
003350     ACCEPT WS-WORK-DEPARTMENT FROM KEYBOARD
003360     IF WS-WORK-DEPARTMENT NOT = SPACES
003370         MOVE WS-WORK-DEPARTMENT TO HD-DEPARTMENT
003380     END-IF
003390     DISPLAY "Floor (" HD-FLOOR "): "
003400     MOVE SPACES TO WS-WORK-FLOOR
003410     ACCEPT WS-WORK-FLOOR FROM KEYBOARD
003420     IF WS-WORK-FLOOR NOT = SPACES
003430         MOVE WS-WORK-FLOOR TO HD-FLOOR
003440     END-IF
003450     DISPLAY "Location (" HD-LOCATION "): "
003460     MOVE SPACES TO WS-WORK-LOCATION
003470     ACCEPT WS-WORK-LOCATION FROM KEYBOARD
003480     IF WS-WORK-LOCATION NOT = SPACES
003490         MOVE WS-WORK-LOCATION TO HD-LOCATION
003500     END-IF
003510     DISPLAY "Extension (" HD-EXTENSION "): "
003520     MOVE SPACES TO WS-WORK-EXTENSION
003530     ACCEPT WS-WORK-EXTENSION FROM KEYBOARD
003540     IF WS-WORK-EXTENSION NOT = SPACES
003550         MOVE WS-WORK-EXTENSION TO HD-EXTENSION
003560     END-IF
003570     REWRITE HOST-DIR-RECORD
003580         INVALID KEY
003590             DISPLAY "HostMaint: change failed for "
003600                 HD-HOST-ID ", file status " WS-HD-STATUS
003610         NOT INVALID KEY
003620             DISPLAY "Host changed."
003630     END-REWRITE.
003640 5000-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------------
003680* 6000-SET-STATUS - DEACTIVATE AN ACTIVE HOST OR REACTIVATE AN
003690*                  INACTIVE ONE, AFTER SHOWING THE RECORD AND
003700*                  CONFIRMING.
003710*----------------------------------------------------------------
003720 6000-SET-STATUS.
003730     DISPLAY "Host ID: "
003740     ACCEPT WS-WORK-ID FROM KEYBOARD
003750     MOVE WS-WORK-ID TO HD-HOST-ID
003760     READ HostDirFile
003770         INVALID KEY
003780             DISPLAY "That host ID is not on file."
003790             GO TO 6000-EXIT
003800     END-READ
003810     DISPLAY "Name: " HD-NAME
003820     DISPLAY "Floor: " HD-FLOOR "  Dept: " HD-DEPARTMENT
003830     IF HD-ACTIVE-FLAG = 'A'
003840         DISPLAY "Deactivate this host? (Y/N): "
003850     ELSE
003860         DISPLAY "Host is inactive.  Reactivate? (Y/N): "
003870     END-IF
003880     ACCEPT WS-CONFIRM-SW FROM KEYBOARD
003890     IF NOT CHANGE-CONFIRMED
003900         DISPLAY "Host not changed."
003910         GO TO 6000-EXIT
003920     END-IF
003930     IF HD-ACTIVE-FLAG = 'A'
003940         MOVE 'I' TO HD-ACTIVE-FLAG
003950     ELSE
003960         MOVE 'A' TO HD-ACTIVE-FLAG
003970     END-IF
003980     REWRITE HOST-DIR-RECORD
003982         INVALID KEY
003984             DISPLAY "HostMaint: status change failed for "
003986                 HD-HOST-ID ", file status " WS-HD-STATUS
003988         NOT INVALID KEY
003990             IF HD-ACTIVE-FLAG = 'A'
004000                 DISPLAY "Host reactivated."
004010             ELSE
004020                 DISPLAY "Host deactivated."
004030             END-IF
004035     END-REWRITE.
004040 6000-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080* 9000-TERMINATE - CLOSE THE FILE AND END THE RUN.
004090*----------------------------------------------------------------
004100 9000-TERMINATE.
004110     CLOSE HostDirFile.
004120 9000-EXIT.
004130     EXIT.
