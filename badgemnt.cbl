000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BadgeMaint.
000030 AUTHOR. FRONT-DESK-SYSTEMS-GROUP.
000040 INSTALLATION. FRONT-DESK.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RCM  ORIGINAL PROGRAM - MAINTAIN THE VISITOR BADGE
000110*                  STOCK (BADGSTK): BROWSE THE STOCK, ADD A RANGE
000120*                  OF NEWLY PRINTED BADGES, DEACTIVATE A BADGE
000130*                  REPORTED LOST ON THE UNRETURNED BADGE REPORT
000140*                  (BadgeOut), AND PUT A RECOVERED OR REINSTATED
000150*                  BADGE BACK IN STOCK.  HelloWorld AND
000160*                  RosterBatch ISSUE FROM THIS STOCK AND
000170*                  CheckOut RETURNS TO IT.
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SPECIAL-NAMES.
000230     CONSOLE IS KEYBOARD.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT BadgeFile ASSIGN TO "BADGSTK"
000270         ORGANIZATION INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS BDG-BADGE-NO
000300         ALTERNATE RECORD KEY IS BDG-VISITOR-ID
000310             WITH DUPLICATES
000320         FILE STATUS IS WS-BADGE-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  BadgeFile.
000370 01  BADGE-STOCK-RECORD.
000380     COPY BadgeStockRecord.
000390
000400 WORKING-STORAGE SECTION.
000410 01  WS-BADGE-STATUS                 PIC X(02).
000420     88  BADGE-OK                        VALUE "00".
000430     88  BADGE-NOT-FOUND                 VALUE "23".
000440     88  BADGE-FILE-NOT-FOUND            VALUE "35".
000450     88  BADGE-AT-END                    VALUE "10".
000460
000470 01  WS-MENU-CHOICE                  PIC X(01).
000480     88  BROWSE-BADGES                   VALUE '1'.
000490     88  ADD-BADGES                      VALUE '2'.
000500     88  DEACTIVATE-BADGE                VALUE '3'.
000510     88  RESTOCK-BADGE                   VALUE '4'.
000520     88  EXIT-BADGES                     VALUE '5'.
000530     88  VALID-BADGE-CHOICE              VALUE '1' '2' '3' '4'
000540                                               '5'.
000550
000560 01  WS-WORK-FIELDS.
000570     05  WS-WORK-BADGE-NO            PIC X(06).
000580     05  WS-WORK-FIRST               PIC X(06).
000590     05  WS-WORK-LAST                PIC X(06).
000600     05  WS-FIRST-NO                 PIC 9(06).
000610     05  WS-LAST-NO                  PIC 9(06).
000620     05  WS-NEXT-NO                  PIC 9(06).
000630
000640 01  WS-COUNTERS.
000650     05  WS-BROWSE-COUNT             COMP PIC 9(05) VALUE ZERO.
000660     05  WS-ADDED-COUNT              COMP PIC 9(05) VALUE ZERO.
000670     05  WS-SKIPPED-COUNT            COMP PIC 9(05) VALUE ZERO.
000680
000690 77  WS-RANGE-MAX                    PIC 9(06) VALUE 999.
000700
000710 01  WS-DISPLAY-COUNT                PIC ZZZZ9.
000720
000730 01  WS-CONFIRM-SW                   PIC X(01).
000740     88  CHANGE-CONFIRMED                VALUE 'Y' 'y'.
000750
000760 01  WS-SWITCHES.
000770     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
000780         88  MAINT-DONE                  VALUE 'Y'.
000790     05  WS-RANGE-GOOD-SW            PIC X(01) VALUE 'N'.
000800         88  RANGE-GOOD                  VALUE 'Y'.
000810     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000820         88  ABORT-RUN                   VALUE 'Y'.
000822     05  WS-RANGE-DONE-SW            PIC X(01) VALUE 'N'.
000824         88  RANGE-DONE                  VALUE 'Y'.
000830
000840 PROCEDURE DIVISION.
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000870     IF NOT ABORT-RUN
000880         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000890             UNTIL MAINT-DONE
000900         PERFORM 9000-TERMINATE THRU 9000-EXIT
000910     END-IF
000920     GOBACK.
000930
000940*----------------------------------------------------------------
000950* 1000-INITIALIZE - OPEN THE BADGE STOCK, CREATING IT ON THE
000960*                  FIRST RUN, THE SAME WAY PreRegMaint CREATES
000970*                  THE PRE-REGISTRATION FILE.
000980*----------------------------------------------------------------
000990 1000-INITIALIZE.
001000     MOVE 'N' TO WS-DONE-SW
001010     MOVE 'N' TO WS-ABORT-SW
001020     OPEN I-O BadgeFile
001030     IF BADGE-FILE-NOT-FOUND
001040         OPEN OUTPUT BadgeFile
001050         CLOSE BadgeFile
001060         OPEN I-O BadgeFile
001070     END-IF
001080     IF NOT BADGE-OK
001090         DISPLAY "BadgeMaint: BADGSTK open failed, "
001100             "file status " WS-BADGE-STATUS
001110         MOVE 'Y' TO WS-ABORT-SW
001120         GO TO 1000-EXIT
001130     END-IF.
001140 1000-EXIT.
001150     EXIT.
001160
001170*----------------------------------------------------------------
001180* 2000-PROCESS-MENU - DISPLAY THE MENU, ACCEPT THE CHOICE, AND
001190*                  DISPATCH TO THE SELECTED FUNCTION.
001200*----------------------------------------------------------------
001210 2000-PROCESS-MENU.
001220     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
001230     MOVE SPACE TO WS-MENU-CHOICE
001240     PERFORM 2200-ACCEPT-CHOICE THRU 2200-EXIT
001250         UNTIL VALID-BADGE-CHOICE
001260
001270     IF BROWSE-BADGES
001280         PERFORM 3000-BROWSE-BADGES THRU 3000-EXIT
001290     ELSE
001300         IF ADD-BADGES
001310             PERFORM 4000-ADD-BADGES THRU 4000-EXIT
001320         ELSE
001330             IF DEACTIVATE-BADGE
001340                 PERFORM 5000-DEACTIVATE-BADGE THRU 5000-EXIT
001350             ELSE
001360                 IF RESTOCK-BADGE
001370                     PERFORM 6000-RESTOCK-BADGE THRU 6000-EXIT
001380                 ELSE
001390                     MOVE 'Y' TO WS-DONE-SW
001400                 END-IF
001410             END-IF
001420         END-IF
001430     END-IF.
001440 2000-EXIT.
001450     EXIT.
001460
001470*----------------------------------------------------------------
001480* 2100-DISPLAY-MENU - SHOW THE BADGE STOCK MENU.
001490*----------------------------------------------------------------
001500 2100-DISPLAY-MENU.
001510     DISPLAY " "
001520     DISPLAY "----------------------------------------"
001530     DISPLAY "  VISITOR BADGE STOCK MAINTENANCE"
001540     DISPLAY "----------------------------------------"
001550     DISPLAY "  1. Browse the badge stock"
001560     DISPLAY "  2. Add a range of new badges"
001570     DISPLAY "  3. Deactivate a lost badge"
001580     DISPLAY "  4. Return a badge to stock"
001590     DISPLAY "  5. Exit"
001600     DISPLAY "----------------------------------------".
001610 2100-EXIT.
001620     EXIT.
001630
001640*----------------------------------------------------------------
001650* 2200-ACCEPT-CHOICE - ACCEPT THE MENU CHOICE AND RE-PROMPT
001660*                  WHEN IT IS NOT VALID.
001670*----------------------------------------------------------------
001680 2200-ACCEPT-CHOICE.
001690     DISPLAY "Enter your choice (1-5): "
001700     ACCEPT WS-MENU-CHOICE FROM KEYBOARD
001710
001720     IF NOT VALID-BADGE-CHOICE
001730         DISPLAY "Please enter a choice from 1 to 5."
001740     END-IF.
001750 2200-EXIT.
001760     EXIT.
001770
001780*----------------------------------------------------------------
001790* 3000-BROWSE-BADGES - LIST EVERY BADGE IN NUMBER ORDER WITH ITS
001800*                  STATUS AND LAST HOLDER.
001810*----------------------------------------------------------------
001820 3000-BROWSE-BADGES.
001830     MOVE ZERO TO WS-BROWSE-COUNT
001840     MOVE LOW-VALUES TO BDG-BADGE-NO
001850     START BadgeFile KEY IS NOT LESS THAN BDG-BADGE-NO
001860         INVALID KEY
001870             DISPLAY "No badges are in stock."
001880             GO TO 3000-EXIT
001890     END-START
001900     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
001910         UNTIL BADGE-AT-END
001920     MOVE WS-BROWSE-COUNT TO WS-DISPLAY-COUNT
001930     DISPLAY "Badges on file: " WS-DISPLAY-COUNT.
001940 3000-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------------
001980* 3100-BROWSE-NEXT - READ AND DISPLAY THE NEXT BADGE.
001990*----------------------------------------------------------------
002000 3100-BROWSE-NEXT.
002010     READ BadgeFile NEXT RECORD
002020         AT END
002030             CONTINUE
002040         NOT AT END
002050             DISPLAY BDG-BADGE-NO " " BDG-STATUS
002060                 " " BDG-VISITOR-ID " " BDG-VISITOR-NAME
002070                 " ISSUED:" BDG-ISSUE-DATE
002080                 " BACK:" BDG-RETURN-DATE
002090             ADD 1 TO WS-BROWSE-COUNT
002100     END-READ.
002110 3100-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------
002150* 4000-ADD-BADGES - ADD A RANGE OF NEWLY PRINTED BADGES TO THE
002160*                  STOCK AS AVAILABLE.  BADGE NUMBERS ARE SIX
002170*                  DIGITS, ZERO-PADDED, SO THE STOCK ISSUES IN
002180*                  NUMBER ORDER.  A NUMBER ALREADY ON FILE IS
002190*                  LEFT AS IT IS AND COUNTED AS SKIPPED.
002200*----------------------------------------------------------------
002210 4000-ADD-BADGES.
002220     MOVE 'N' TO WS-RANGE-GOOD-SW
002230     PERFORM 4100-ACCEPT-RANGE THRU 4100-EXIT
002240         UNTIL RANGE-GOOD
002250     MOVE ZERO TO WS-ADDED-COUNT
002260     MOVE ZERO TO WS-SKIPPED-COUNT
002270     MOVE WS-FIRST-NO TO WS-NEXT-NO
002275     MOVE 'N' TO WS-RANGE-DONE-SW
002280     PERFORM 4200-ADD-ONE-BADGE THRU 4200-EXIT
002290         UNTIL RANGE-DONE
002300     MOVE WS-ADDED-COUNT TO WS-DISPLAY-COUNT
002310     DISPLAY "Badges added: " WS-DISPLAY-COUNT
002320     MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT
002330     DISPLAY "Already on file, skipped: " WS-DISPLAY-COUNT.
002340 4000-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------
002380* 4100-ACCEPT-RANGE - ACCEPT THE FIRST AND LAST BADGE NUMBERS OF
002390*                  THE RANGE AND RE-PROMPT UNTIL BOTH ARE
002400*                  NUMERIC, IN ORDER, AND NO WIDER THAN ONE
002410*                  PRINT BATCH.
002420*----------------------------------------------------------------
002430 4100-ACCEPT-RANGE.
002440     DISPLAY "First badge number (6 digits): "
002450     ACCEPT WS-WORK-FIRST FROM KEYBOARD
002460     DISPLAY "Last badge number (6 digits): "
002470     ACCEPT WS-WORK-LAST FROM KEYBOARD
002480     IF WS-WORK-FIRST IS NOT NUMERIC
002490         OR WS-WORK-LAST IS NOT NUMERIC
002500         DISPLAY "Please enter badge numbers as six digits."
002510         GO TO 4100-EXIT
002520     END-IF
002530     MOVE WS-WORK-FIRST TO WS-FIRST-NO
002540     MOVE WS-WORK-LAST TO WS-LAST-NO
002550     IF WS-LAST-NO < WS-FIRST-NO
002560         DISPLAY "The last number is before the first number."
002570         GO TO 4100-EXIT
002580     END-IF
002590     IF WS-LAST-NO - WS-FIRST-NO NOT < WS-RANGE-MAX
002600         DISPLAY "Please add no more than " WS-RANGE-MAX
002610             " badges at a time."
002620         GO TO 4100-EXIT
002630     END-IF
002640     MOVE 'Y' TO WS-RANGE-GOOD-SW.
002650 4100-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------------
002690* 4200-ADD-ONE-BADGE - FILE ONE BADGE OF THE RANGE AS AVAILABLE.
002692*                  THE RANGE ENDS ON THE LAST NUMBER ITSELF, SO A
002694*                  RANGE ENDING AT 999999 DOES NOT WRAP TO ZERO.
002700*----------------------------------------------------------------
002710 4200-ADD-ONE-BADGE.
002720     MOVE SPACES TO BADGE-STOCK-RECORD
002730     MOVE WS-NEXT-NO TO BDG-BADGE-NO
002740     MOVE 'A' TO BDG-STATUS
002750     WRITE BADGE-STOCK-RECORD
002760         INVALID KEY
002770             ADD 1 TO WS-SKIPPED-COUNT
002780         NOT INVALID KEY
002790             ADD 1 TO WS-ADDED-COUNT
002800     END-WRITE
002810     IF WS-NEXT-NO = WS-LAST-NO
002812         MOVE 'Y' TO WS-RANGE-DONE-SW
002814     ELSE
002816         ADD 1 TO WS-NEXT-NO
002818     END-IF.
002820 4200-EXIT.
002830     EXIT.
002840
002850*----------------------------------------------------------------
002860* 5000-DEACTIVATE-BADGE - MARK ONE BADGE LOST AFTER SHOWING THE
002870*                  RECORD AND CONFIRMING.  THE LAST HOLDER STAYS
002880*                  ON THE RECORD; THE BADGE IS NEVER ISSUED
002890*                  AGAIN UNTIL IT IS RETURNED TO STOCK.
002900*----------------------------------------------------------------
002910 5000-DEACTIVATE-BADGE.
002920     DISPLAY "Badge number to deactivate: "
002930     ACCEPT WS-WORK-BADGE-NO FROM KEYBOARD
002940     MOVE WS-WORK-BADGE-NO TO BDG-BADGE-NO
002950     READ BadgeFile
002960         INVALID KEY
002970             DISPLAY "No badge with that number."
002980             GO TO 5000-EXIT
002990     END-READ
003000     IF BDG-STATUS = 'L'
003010         DISPLAY "That badge is already deactivated."
003020         GO TO 5000-EXIT
003030     END-IF
003040     DISPLAY "Status: " BDG-STATUS
003050         "  Last holder: " BDG-VISITOR-ID " " BDG-VISITOR-NAME
003060     DISPLAY "Issued: " BDG-ISSUE-DATE " " BDG-ISSUE-TIME
003070     DISPLAY "Deactivate this badge as lost? (Y/N): "
003080     ACCEPT WS-CONFIRM-SW FROM KEYBOARD
003090     IF NOT CHANGE-CONFIRMED
003100         DISPLAY "Badge not changed."
003110         GO TO 5000-EXIT
003120     END-IF
003130     MOVE 'L' TO BDG-STATUS
003140     REWRITE BADGE-STOCK-RECORD
003150         INVALID KEY
003160             DISPLAY "BadgeMaint: badge update failed, "
003170                 "file status " WS-BADGE-STATUS
003180         NOT INVALID KEY
003190             DISPLAY "Badge deactivated - disable it at the "
003200                 "door controller."
003210     END-REWRITE.
003220 5000-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------------
003260* 6000-RESTOCK-BADGE - PUT ONE BADGE BACK IN STOCK - A BADGE
003270*                  HANDED IN AFTER THE VISITOR LEFT, OR A LOST
003280*                  BADGE THAT TURNED UP AND WAS RE-ENABLED.
003290*----------------------------------------------------------------
003300 6000-RESTOCK-BADGE.
003310     DISPLAY "Badge number to return to stock: "
003320     ACCEPT WS-WORK-BADGE-NO FROM KEYBOARD
003330     MOVE WS-WORK-BADGE-NO TO BDG-BADGE-NO
003340     READ BadgeFile
003350         INVALID KEY
003360             DISPLAY "No badge with that number."
003370             GO TO 6000-EXIT
003380     END-READ
003390     IF BDG-STATUS = 'A'
003400         DISPLAY "That badge is already in stock."
003410         GO TO 6000-EXIT
003420     END-IF
003430     DISPLAY "Status: " BDG-STATUS
003440         "  Last holder: " BDG-VISITOR-ID " " BDG-VISITOR-NAME
003450     DISPLAY "Return this badge to stock? (Y/N): "
003460     ACCEPT WS-CONFIRM-SW FROM KEYBOARD
003470     IF NOT CHANGE-CONFIRMED
003480         DISPLAY "Badge not changed."
003490         GO TO 6000-EXIT
003500     END-IF
003510     MOVE 'A' TO BDG-STATUS
003520     ACCEPT BDG-RETURN-DATE FROM DATE YYYYMMDD
003530     ACCEPT BDG-RETURN-TIME FROM TIME
003540     REWRITE BADGE-STOCK-RECORD
003550         INVALID KEY
003560             DISPLAY "BadgeMaint: badge update failed, "
003570                 "file status " WS-BADGE-STATUS
003580         NOT INVALID KEY
003590             DISPLAY "Badge returned to stock."
003600     END-REWRITE.
003610 6000-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------
003650* 9000-TERMINATE - CLOSE THE FILE AND END THE RUN.
003660*----------------------------------------------------------------
003670 9000-TERMINATE.
003680     CLOSE BadgeFile.
003690 9000-EXIT.
003700     EXIT.
