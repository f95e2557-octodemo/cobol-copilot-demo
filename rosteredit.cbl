000214*                  HOST NOTIFICATIONS ARE BUILT FROM.  OLD
000215*                  98-COLUMN FEEDS READ BACK BLANK AND PASS
000216*                  THROUGH UNCHANGED.
000217* 2026-10-15  RCM  CHECK THE HOST AGAINST THE HOST DIRECTORY
000218*                  (HOSTDIR).  THE FEED GAINS A HOST ID (COLUMNS
000219*                  139-146); A FILLED ID MUST BE AN ACTIVE HOST,
000220*                  AND A HOST NAME WITH NO ID MUST MATCH EXACTLY
000221*                  ONE ACTIVE HOST BY NAME, WHOSE ID IS FILLED
000222*                  IN ON THE CLEAN FILE.  THE CLEAN FILE CARRIES
000223*                  THE DIRECTORY SPELLING OF THE NAME.  NO
000224*                  DIRECTORY ON FILE LEAVES HOSTS UNCHECKED.
000225*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000340     SELECT PrintFile ASSIGN TO "ROSTERER"
000350         ORGANIZATION LINE SEQUENTIAL.
000360
000361     SELECT HostDirFile ASSIGN TO "HOSTDIR"
000362         ORGANIZATION INDEXED
000363         ACCESS MODE IS DYNAMIC
000364         RECORD KEY IS HD-HOST-ID
000365         ALTERNATE RECORD KEY IS HD-NAME
000366             WITH DUPLICATES
000367         FILE STATUS IS WS-HD-STATUS.
000368
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  RosterFile.
000400 01  ROSTER-RECORD.
000410     COPY VisitorRecord.
000411     05  ROS-HOST-NAME               PIC X(40).
000412     05  ROS-HOST-ID                 PIC X(08).
000420
000430 FD  CleanFile.
000440 01  CLEAN-RECORD                    PIC X(146).
000450
000460 FD  PrintFile.
000470 01  PRINT-LINE                      PIC X(80).
000471
000472 FD  HostDirFile.
000473 01  HOST-DIR-RECORD.
000474     COPY HostDirRecord.
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-ROSTER-STATUS                PIC X(02).
000510     88  ROSTER-OK                       VALUE "00".
000520     88  ROSTER-EOF                      VALUE "10".
000521
000522 01  WS-HD-STATUS                    PIC X(02).
000523     88  HD-OK                           VALUE "00".
000524     88  HD-FILE-NOT-FOUND               VALUE "35".
000525
000526 01  WS-HOST-WORK.
000527     05  WS-WANTED-HOST-NAME         PIC X(40).
000528     05  WS-MATCHED-HOST-ID          PIC X(08).
000529     05  WS-HOST-MATCH-COUNT         COMP PIC 9(03) VALUE ZERO.
000530     05  WS-HOST-ACTIVE-COUNT        COMP PIC 9(03) VALUE ZERO.
000531
000540 01  WS-CURRENT-DATE                 PIC X(08).
000550
000560 01  WS-ID-WORK.
000700         88  ID-FORMAT-BAD               VALUE 'Y'.
000710     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000720         88  ABORT-RUN                   VALUE 'Y'.
000721     05  WS-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
000722         88  HOST-DIR-AVAILABLE          VALUE 'Y'.
000723     05  WS-HOST-SCAN-SW             PIC X(01) VALUE 'N'.
000724         88  HOST-SCAN-DONE              VALUE 'Y'.
000730
000740 01  WS-COUNTERS.
000750     05  WS-READ-COUNT               COMP PIC 9(05) VALUE ZERO.
001190     GOBACK.
001200
001210*----------------------------------------------------------------
001220* 1000-INITIALIZE - OPEN THE FEED, THE CLEAN OUTPUT, THE ERROR
001230*                  REPORT, AND THE HOST DIRECTORY.
001240*----------------------------------------------------------------
001250 1000-INITIALIZE.
001260     MOVE 'N' TO WS-EOF-SW
001400     END-IF
001410     OPEN OUTPUT CleanFile
001420     OPEN OUTPUT PrintFile
001421     MOVE 'N' TO WS-HOSTDIR-OPEN-SW
001422     OPEN INPUT HostDirFile
001423     IF HD-OK
001424         MOVE 'Y' TO WS-HOSTDIR-OPEN-SW
001425     ELSE
001426         IF HD-FILE-NOT-FOUND
001427             DISPLAY "RosterEdit: no host directory on file - "
001428                 "hosts not checked."
001429         ELSE
001430             DISPLAY "RosterEdit: HOSTDIR open failed, "
001431                 "file status " WS-HD-STATUS
001432                 " - hosts not checked."
001433         END-IF
001434     END-IF
001435     PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
001440     PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
001450 1000-EXIT.
001460     EXIT.
002120         GO TO 3000-EXIT
002130     END-IF
002140
002141     IF HOST-DIR-AVAILABLE
002142         PERFORM 3200-EDIT-HOST THRU 3200-EXIT
002143         IF WS-REJECT-REASON NOT = SPACES
002144             GO TO 3000-EXIT
002145         END-IF
002146     END-IF
002147
002150     MOVE 'Y' TO WS-RECORD-GOOD-SW.
002160 3000-EXIT.
002170     EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------------
002601* 3200-EDIT-HOST - A RECORD WITH NO HOST IS FINE.  A HOST ID
002602*                  MUST BE AN ACTIVE HOST ON THE DIRECTORY; A
002603*                  HOST NAME WITH NO ID MUST MATCH EXACTLY ONE
002604*                  ACTIVE HOST BY NAME.  A GOOD HOST GOES TO THE
002605*                  CLEAN FILE WITH ITS ID AND DIRECTORY NAME.
002606*                  A FAILED EDIT LEAVES THE REJECT REASON SET.
002607*----------------------------------------------------------------
002608 3200-EDIT-HOST.
002609     IF ROS-HOST-ID = SPACES
002610         AND ROS-HOST-NAME = SPACES
002611         GO TO 3200-EXIT
002612     END-IF
002613     IF ROS-HOST-ID = SPACES
002614         PERFORM 3300-RESOLVE-HOST-NAME THRU 3300-EXIT
002615         GO TO 3200-EXIT
002616     END-IF
002617     MOVE ROS-HOST-ID TO HD-HOST-ID
002618     READ HostDirFile
002619         INVALID KEY
002620             MOVE "HOST NOT ON DIRECTORY" TO WS-REJECT-REASON
002621             GO TO 3200-EXIT
002622     END-READ
002623     IF HD-ACTIVE-FLAG NOT = 'A'
002624         MOVE "HOST INACTIVE" TO WS-REJECT-REASON
002625         GO TO 3200-EXIT
002626     END-IF
002627     MOVE HD-NAME TO ROS-HOST-NAME.
002628 3200-EXIT.
002629     EXIT.
002630
002631*----------------------------------------------------------------
002632* 3300-RESOLVE-HOST-NAME - LOOK THE FEED'S HOST NAME UP ON THE
002633*                  DIRECTORY'S NAME KEY AND COUNT THE HOSTS FILED
002634*                  UNDER IT, ACTIVE AND ALL.  ONE ACTIVE MATCH
002635*                  SUPPLIES THE HOST ID; NONE, OR MORE THAN ONE,
002636*                  REJECTS THE RECORD.
002637*----------------------------------------------------------------
002638 3300-RESOLVE-HOST-NAME.
002639     MOVE ROS-HOST-NAME TO WS-WANTED-HOST-NAME
002640     MOVE SPACES TO WS-MATCHED-HOST-ID
002641     MOVE ZERO TO WS-HOST-MATCH-COUNT
002642     MOVE ZERO TO WS-HOST-ACTIVE-COUNT
002643     MOVE 'N' TO WS-HOST-SCAN-SW
002644     MOVE WS-WANTED-HOST-NAME TO HD-NAME
002645     START HostDirFile KEY IS EQUAL TO HD-NAME
002646         INVALID KEY
002647             MOVE 'Y' TO WS-HOST-SCAN-SW
002648     END-START
002649     PERFORM 3310-SCAN-HOST-NAME THRU 3310-EXIT
002650         UNTIL HOST-SCAN-DONE
002651     IF WS-HOST-MATCH-COUNT = ZERO
002652         MOVE "HOST NOT ON DIRECTORY" TO WS-REJECT-REASON
002653         GO TO 3300-EXIT
002654     END-IF
002655     IF WS-HOST-ACTIVE-COUNT = ZERO
002656         MOVE "HOST INACTIVE" TO WS-REJECT-REASON
002657         GO TO 3300-EXIT
002658     END-IF
002659     IF WS-HOST-ACTIVE-COUNT > 1
002660         MOVE "HOST NAME AMBIGUOUS" TO WS-REJECT-REASON
002661         GO TO 3300-EXIT
002662     END-IF
002663     MOVE WS-MATCHED-HOST-ID TO ROS-HOST-ID.
002664 3300-EXIT.
002665     EXIT.
002666
002667*----------------------------------------------------------------
002668* 3310-SCAN-HOST-NAME - READ THE NEXT HOST IN NAME ORDER AND
002669*                  COUNT IT WHILE THE NAME STILL MATCHES.
002670*----------------------------------------------------------------
002671 3310-SCAN-HOST-NAME.
002672     READ HostDirFile NEXT RECORD
002673         AT END
002674             MOVE 'Y' TO WS-HOST-SCAN-SW
002675             GO TO 3310-EXIT
002676     END-READ
002677     IF HD-NAME NOT = WS-WANTED-HOST-NAME
002678         MOVE 'Y' TO WS-HOST-SCAN-SW
002679         GO TO 3310-EXIT
002680     END-IF
002681     ADD 1 TO WS-HOST-MATCH-COUNT
002682     IF HD-ACTIVE-FLAG = 'A'
002683         ADD 1 TO WS-HOST-ACTIVE-COUNT
002684         MOVE HD-HOST-ID TO WS-MATCHED-HOST-ID
002685     END-IF.
002686 3310-EXIT.
002687     EXIT.
002688
002689*----------------------------------------------------------------
002690* 3500-PRINT-REJECT - PRINT ONE REJECTED RECORD WITH ITS LINE
002691*                  NUMBER AND REASON, BREAKING THE PAGE WHEN
002692*                  FULL.
002693*----------------------------------------------------------------
002694 3500-PRINT-REJECT.
002695     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
002696         PERFORM 8200-WRITE-HEADING THRU 8200-EXIT
002697     END-IF
002698     MOVE WS-READ-COUNT TO WS-EL-LINE-NO
002700     MOVE WS-REJECT-REASON TO WS-EL-REASON
002710     MOVE VIS-VISITOR-ID TO WS-EL-VISITOR-ID
002720     MOVE VIS-NAME TO WS-EL-NAME
002900     MOVE "RECORDS REJECTED:" TO WS-TL-LABEL
002910     MOVE WS-REJECTED-COUNT TO WS-TL-COUNT
002920     WRITE PRINT-LINE FROM WS-TOTAL-LINE
002921     IF NOT HOST-DIR-AVAILABLE
002922         MOVE "HOSTS NOT CHECKED - NO HOST DIRECTORY"
002923             TO PRINT-LINE
002924         WRITE PRINT-LINE
002925     END-IF
002930     DISPLAY "RosterEdit: read " WS-READ-COUNT
002940         " accepted " WS-ACCEPTED-COUNT
002950         " rejected " WS-REJECTED-COUNT.
003160 9000-TERMINATE.
003170     CLOSE RosterFile
003180     CLOSE CleanFile
003190     CLOSE PrintFile
003191     IF HOST-DIR-AVAILABLE
003192         CLOSE HostDirFile
003193     END-IF.
003200 9000-EXIT.
003210     EXIT.
