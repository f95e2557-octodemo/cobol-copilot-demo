000650*                  KNOW EVERY DESK'S CAPTURE STREAM, AND ADD THE
000660*                  LOG STREAM MERGE (LogMerge) AS CHOICE 19,
000670*                  SUPERVISOR LEVEL.  EXIT MOVES TO CHOICE 20.
000671* 2026-10-15  RCM  ADD THE VISITOR BADGE STOCK MAINTENANCE
000672*                  (BadgeMaint) AS CHOICE 20, SUPERVISOR LEVEL,
000673*                  AND THE UNRETURNED BADGE REPORT (BadgeOut) AS
000674*                  CHOICE 21.  EXIT MOVES TO CHOICE 22.
000675* 2026-10-15  RCM  ADD THE VISIT DURATION REPORT (VisitDur) AS
000676*                  CHOICE 22.  EXIT MOVES TO CHOICE 23.
000677* 2026-10-15  RCM  ADD THE HOST DIRECTORY MAINTENANCE (HostMaint)
000678*                  AS CHOICE 23, SUPERVISOR LEVEL.  EXIT MOVES TO
000679*                  CHOICE 24.
000680* 2026-10-15  RCM  ADD THE EVACUATION ROLL-CALL (RollCall) AS
000681*                  CHOICE 24, DISPATCHED FROM A NEW 1500 - THE
000682*                  1400 CHAIN HAS REACHED THE DEPTH THAT SPLIT
000683*                  THE FIRST TWO.  EXIT MOVES TO CHOICE 25.
000684* 2026-10-15  RCM  ADD THE VISITOR COMPLIANCE MAINTENANCE
000685*                  (ComplMaint) AS CHOICE 25 AND THE COMPLIANCE
000686*                  LAPSE REPORT (ComplDue) AS CHOICE 26.  EXIT
000687*                  MOVES TO CHOICE 27.
000688* 2026-10-15  RCM  ADD THE END-OF-DAY JOB STREAM (NightRun) AS
000689*                  CHOICE 27, SUPERVISOR LEVEL - THE ONE PLACE TO
000690*                  RUN THE CLOSE-OF-DAY PROGRAMS IN THE RIGHT
000691*                  ORDER.  EXIT MOVES TO CHOICE 28.
000692* 2026-10-15  RCM  ADD RESTORE FROM BACKUP (FileRestore) AS
000693*                  CHOICE 28, SUPERVISOR LEVEL.  EXIT MOVES TO
000694*                  CHOICE 29.
000695* 2026-10-15  RCM  ADD THE OPERATOR ACTIVITY REPORT (OperAct) AS
000696*                  CHOICE 29, SUPERVISOR LEVEL.  EXIT MOVES TO
000697*                  CHOICE 30.  EVERY SUPERVISOR-LEVEL CHOICE RUN
000698*                  IS NOW RECORDED ON SIGNLOG (ACTION RUN) AS WELL
000699*                  AS EVERY ONE DENIED, SO THE REPORT CAN SHOW
000700*                  SUPERVISOR WORK DONE OUTSIDE DESK HOURS.  THE
000701*                  SIGNLOG LAYOUT MOVES TO THE SHARED
000702*                  SignLogRecord COPYBOOK.
000703*----------------------------------------------------------------
000704
000705 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SPECIAL-NAMES.
000730     CONSOLE IS KEYBOARD.
000950
000960 FD  SignOnLog.
000970 01  SIGNON-LOG-RECORD.
000980     COPY SignLogRecord.
001090
001100 FD  TermList.
001110 01  TERM-RECORD.
001320     88  PRINT-HOST-SLIPS                VALUE '17'.
001330     88  SWEEP-OPEN-VISITS               VALUE '18'.
001340     88  MERGE-LOG-STREAMS               VALUE '19'.
001341     88  MAINTAIN-BADGES                 VALUE '20'.
001342     88  PRINT-BADGES-OUT                VALUE '21'.
001343     88  PRINT-DURATIONS                 VALUE '22'.
001344     88  MAINTAIN-HOSTS                  VALUE '23'.
001345     88  TAKE-ROLL-CALL                  VALUE '24'.
001346     88  MAINTAIN-COMPLIANCE             VALUE '25'.
001347     88  PRINT-COMPLIANCE-DUE            VALUE '26'.
001348     88  RUN-NIGHT-STREAM                VALUE '27'.
001349     88  RESTORE-FROM-BACKUP             VALUE '28'.
001350     88  PRINT-OPERATOR-ACTIVITY         VALUE '29'.
001351     88  EXIT-MENU                       VALUE '30'.
001360     88  VALID-MENU-CHOICE                VALUE '1 ' '2 ' '3 '
001370                                                '4 ' '5 ' '6 '
001380                                                '7 ' '8 ' '9 '
001390                                                '10' '11' '12'
001400                                                '13' '14' '15'
001410                                                '16' '17' '18'
001420                                                '19' '20' '21'
001421                                                '22' '23' '24'
001422                                                '25' '26' '27'
001423                                                '28' '29' '30'.
001430     88  RESTRICTED-CHOICE                VALUE '6 ' '8 ' '9 '
001440                                                '10' '14' '15'
001450                                                '16' '18' '19'
001451                                                '20' '23' '27'
001452                                                '28' '29'.
001460
001470 01  WS-OP-STATUS                    PIC X(02).
001480     88  OP-OK                           VALUE "00".
003830         PERFORM 0150-LOG-SIGNON THRU 0150-EXIT
003840         GO TO 1000-EXIT
003850     END-IF
003851     IF RESTRICTED-CHOICE
003852         MOVE SPACES TO WS-SLOG-WORK
003853         MOVE SIGNON-OPERATOR-ID TO WS-SLOG-OPERATOR-ID
003854         MOVE "RUN     " TO WS-SLOG-ACTION
003855         MOVE WS-MENU-CHOICE TO WS-DD-CHOICE
003856         MOVE WS-DENIED-DETAIL TO WS-SLOG-DETAIL
003857         PERFORM 0150-LOG-SIGNON THRU 0150-EXIT
003858     END-IF
003860
003870     IF WALK-IN-VISITOR
003880         CALL "HelloWorld"
004480     DISPLAY " 17. Print host notification slips"
004490     DISPLAY " 18. End-of-day auto-close sweep"
004500     DISPLAY " 19. Merge desk log streams"
004501     DISPLAY " 20. Badge stock maintenance"
004502     DISPLAY " 21. Print unreturned badge report"
004503     DISPLAY " 22. Print visit duration report"
004504     DISPLAY " 23. Host directory maintenance"
004505     DISPLAY " 24. Evacuation roll-call"
004506     DISPLAY " 25. Visitor compliance maintenance"
004507     DISPLAY " 26. Print compliance lapse report"
004508     DISPLAY " 27. Run end-of-day job stream"
004509     DISPLAY " 28. Restore a file from backup"
004510     DISPLAY " 29. Print operator activity report"
004511     DISPLAY " 30. Exit"
004520     DISPLAY "----------------------------------------".
004530 1100-EXIT.
004540     EXIT.
004590*                  CHOICES.
004600*----------------------------------------------------------------
004610 1200-ACCEPT-CHOICE.
004620     DISPLAY "Enter your choice (1-30): "
004630     ACCEPT WS-MENU-CHOICE FROM KEYBOARD
004640
004650     IF NOT VALID-MENU-CHOICE
004660         DISPLAY "Please enter a choice from 1 to 30."
004670     END-IF.
004680 1200-EXIT.
004690     EXIT.
005280         IF MERGE-LOG-STREAMS
005290             CALL "LogMerge"
005300         ELSE
005301             IF MAINTAIN-BADGES
005302                 CALL "BadgeMaint"
005303             ELSE
005304                 IF PRINT-BADGES-OUT
005305                     CALL "BadgeOut"
005306                 ELSE
005307                     IF PRINT-DURATIONS
005308                         CALL "VisitDur"
005309                     ELSE
005310                         IF MAINTAIN-HOSTS
005311                             CALL "HostMaint"
005312                         ELSE
005313                             PERFORM 1500-DISPATCH-4TH
005314                                 THRU 1500-EXIT
005315                         END-IF
005316                     END-IF
005317                 END-IF
005318             END-IF
005320         END-IF
005330     END-IF.
005340 1400-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------
005380* 1500-DISPATCH-4TH - DISPATCH THE CHOICES PAST 23, THE SAME WAY
005390*                  1400-DISPATCH-3RD RELIEVED 1300.
005400*----------------------------------------------------------------
005410 1500-DISPATCH-4TH.
005411     IF TAKE-ROLL-CALL
005413         CALL "RollCall"
005415     ELSE
005417         IF MAINTAIN-COMPLIANCE
005419             CALL "ComplMaint"
005421         ELSE
005423             IF PRINT-COMPLIANCE-DUE
005425                 CALL "ComplDue"
005427             ELSE
005429                 IF RUN-NIGHT-STREAM
005431                     CALL "NightRun"
005433                 ELSE
005435                     IF RESTORE-FROM-BACKUP
005437                         CALL "FileRestore"
005439                     ELSE
005441                         IF PRINT-OPERATOR-ACTIVITY
005443                             CALL "OperAct"
005445                         ELSE
005447                             MOVE 'Y' TO WS-DONE-SW
005449                         END-IF
005451                     END-IF
005453                 END-IF
005455             END-IF
005457         END-IF
005460     END-IF.
005470 1500-EXIT.
005480     EXIT.
