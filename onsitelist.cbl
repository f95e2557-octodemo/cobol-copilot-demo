000290*                  CheckOut APPLIES - FILE ORDER PROVES NOTHING.
000300*                  A MISSING VISTLOG (NOTHING MERGED YET) NO
000310*                  LONGER ENDS THE RUN.
000311* 2026-10-15  RCM  SAVE A MUSTER SNAPSHOT (MUSTER) EVERY TIME THE
000312*                  LIST PRINTS - A HEADER STAMPED WITH THE LIST'S
000313*                  DATE AND TIME, THEN ONE RECORD PER VISITOR
000314*                  LISTED - SO RollCall CAN RECONCILE THE FIRE
000315*                  WARDENS' ROLL-CALL AGAINST EXACTLY THE LIST
000316*                  THEY WERE HANDED.
000317* 2026-10-15  RCM  LIST A PARTY CHECKED IN TOGETHER AS ONE GROUP:
000318*                  THE FIRST MEMBER STILL ON SITE BRINGS A PARTY
000319*                  HEADING LINE AND EVERY OTHER MEMBER STILL ON
000320*                  SITE RIGHT UNDER IT, SO THE WARDENS LOOK FOR
000321*                  THE PARTY TOGETHER.  THE MUSTER SNAPSHOT
000322*                  FOLLOWS THE SAME ORDER.  THE VISITOR LOG RECORD
000323*                  GREW BY THE PARTY ID, SO THE CAPTURE RECORD
000324*                  GREW WITH IT.
000325*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000490     SELECT PrintFile ASSIGN TO "ONSITE"
000500         ORGANIZATION LINE SEQUENTIAL.
000510
000512     SELECT MusterFile ASSIGN TO "MUSTER"
000514         ORGANIZATION LINE SEQUENTIAL
000516         FILE STATUS IS WS-MUSTER-STATUS.
000518
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  VisitorLog.
000560     COPY VisitorLogRecord.
000570
000580 FD  CaptureFile.
000590 01  CAPTURE-RECORD                  PIC X(132).
000600
000610 FD  TermList.
000620 01  TERM-RECORD.
000640
000650 FD  PrintFile.
000660 01  PRINT-LINE                      PIC X(80).
000661
000662 FD  MusterFile.
000663 01  MUSTER-RECORD.
000664     COPY MusterRecord.
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-LOG-STATUS                   PIC X(02).
000790     88  TERM-OK                         VALUE "00".
000800     88  TERM-FILE-NOT-FOUND             VALUE "35".
000810     88  TERM-AT-END                     VALUE "10".
000811
000812 01  WS-MUSTER-STATUS                PIC X(02).
000813     88  MUSTER-OK                       VALUE "00".
000820
000830 01  WS-CURRENT-DATE-TIME.
000840     05  WS-CURRENT-DATE             PIC X(08).
000970         88  LOCAL-LISTED                VALUE 'Y'.
000980     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000990         88  ABORT-RUN                   VALUE 'Y'.
000991     05  WS-MUSTER-OPEN-SW           PIC X(01) VALUE 'N'.
000992         88  MUSTER-SAVING               VALUE 'Y'.
001000
001010 01  WS-COUNTERS.
001020     05  WS-ONSITE-COUNT             COMP PIC 9(03) VALUE ZERO.
001060     05  WS-TERM-SUB                 COMP PIC 9(03) VALUE ZERO.
001070     05  WS-LINE-COUNT               COMP PIC 9(03) VALUE ZERO.
001080     05  WS-PAGE-COUNT               COMP PIC 9(03) VALUE ZERO.
001081     05  WS-PRINT-SUB                COMP PIC 9(03) VALUE ZERO.
001082     05  WS-PARTY-COUNT              COMP PIC 9(03) VALUE ZERO.
001090     05  WS-MAX-LINES-PER-PAGE       COMP PIC 9(03) VALUE 20.
001100
001110 77  WS-ONSITE-MAX                   COMP PIC 9(03) VALUE 200.
001210         10  WS-OS-VISITOR-ID        PIC X(08).
001220         10  WS-OS-NAME              PIC X(40).
001230         10  WS-OS-DEPARTMENT        PIC X(20).
001231         10  WS-OS-PARTY-ID          PIC X(08).
001232         10  WS-OS-LISTED-SW         PIC X(01).
001233             88  WS-OS-LISTED            VALUE 'Y'.
001240
001250 01  WS-TERM-TABLE.
001260     05  WS-TERM-COUNT               COMP PIC 9(03) VALUE ZERO.
001540     05  WS-DL-NAME                  PIC X(40).
001550     05  WS-DL-DEPARTMENT            PIC X(20).
001560
001561 01  WS-PARTY-LINE.
001562     05  FILLER                      PIC X(06) VALUE "PARTY ".
001563     05  WS-PL-PARTY-ID              PIC X(08).
001564     05  FILLER                      PIC X(03) VALUE " - ".
001565     05  WS-PL-COUNT                 PIC ZZ9.
001566     05  FILLER                      PIC X(08) VALUE " ON SITE".
001567
001570 01  WS-FOOTER-LINE.
001580     05  FILLER                      PIC X(30)
001590             VALUE "VISITORS ON SITE NOW:".
001810*                  MERGED YET; ANY OTHER LOG OPEN FAILURE ABORTS
001820*                  THE RUN - A MUSTER MISSING THE LOGGED
001830*                  DEPARTURES WOULD LIST VISITORS WHO LEFT.
001831*                  THE MUSTER SNAPSHOT IS STARTED HERE WITH ITS
001832*                  HEADER; A SNAPSHOT THAT CANNOT BE WRITTEN IS
001833*                  REPORTED BUT DOES NOT HOLD UP THE LIST.
001840*----------------------------------------------------------------
001850 1000-INITIALIZE.
001860     MOVE 'N' TO WS-EOF-SW
002070         END-IF
002080     END-IF
002090     OPEN OUTPUT PrintFile
002091     PERFORM 1200-START-MUSTER THRU 1200-EXIT
002100     IF LOG-WAS-OPEN
002110         PERFORM 2100-READ-LOG THRU 2100-EXIT
002120     END-IF.
002620     EXIT.
002630
002640*----------------------------------------------------------------
002641* 1200-START-MUSTER - REPLACE THE MUSTER SNAPSHOT WITH A NEW ONE
002642*                  AND WRITE ITS HEADER, STAMPED WITH THE SAME
002643*                  DATE AND TIME AS THE LIST HEADING.
002644*----------------------------------------------------------------
002645 1200-START-MUSTER.
002646     MOVE 'N' TO WS-MUSTER-OPEN-SW
002647     OPEN OUTPUT MusterFile
002648     IF NOT MUSTER-OK
002649         DISPLAY "OnSiteList: MUSTER open failed, "
002650             "file status " WS-MUSTER-STATUS
002651             " - no muster snapshot saved."
002652         GO TO 1200-EXIT
002653     END-IF
002654     MOVE 'Y' TO WS-MUSTER-OPEN-SW
002655     MOVE SPACES TO MUSTER-RECORD
002656     MOVE 'H' TO MUS-RECORD-TYPE
002657     MOVE WS-CURRENT-DATE TO MUS-SNAP-DATE
002658     MOVE WS-CURRENT-TIME TO MUS-SNAP-TIME
002659     WRITE MUSTER-RECORD.
002660 1200-EXIT.
002661     EXIT.
002662
002663*----------------------------------------------------------------
002664* 2000-PROCESS-LOG - REPLAY ONE MERGED-LOG RECORD AND READ THE
002665*                  NEXT.
002670*----------------------------------------------------------------
002680 2000-PROCESS-LOG.
002690     PERFORM 2010-REPLAY-RECORD THRU 2010-EXIT
003090             MOVE VLOG-NAME TO WS-OS-NAME (WS-FOUND-SUB)
003100             MOVE VLOG-DEPARTMENT
003110                 TO WS-OS-DEPARTMENT (WS-FOUND-SUB)
003111             MOVE VLOG-PARTY-ID
003112                 TO WS-OS-PARTY-ID (WS-FOUND-SUB)
003120         END-IF
003130     END-IF.
003140 2010-EXIT.
003440         MOVE VLOG-NAME TO WS-OS-NAME (WS-FOUND-SUB)
003450         MOVE VLOG-DEPARTMENT
003460             TO WS-OS-DEPARTMENT (WS-FOUND-SUB)
003461         MOVE SPACES TO WS-OS-PARTY-ID (WS-FOUND-SUB)
003462         MOVE 'N' TO WS-OS-LISTED-SW (WS-FOUND-SUB)
003470     ELSE
003480         DISPLAY "OnSiteList: on-site table full, "
003490             "visitor not listed: " VLOG-NAME
004560
004570*----------------------------------------------------------------
004580* 3000-PRINT-LIST - PRINT EVERY ENTRY STILL OPEN ON THE ON-SITE
004590*                  TABLE, THEN THE TOTAL STILL ON SITE.  THE
004591*                  MEMBERS OF A PARTY ARE PRINTED TOGETHER WHERE
004592*                  THE FIRST OF THEM FALLS.
004600*----------------------------------------------------------------
004610 3000-PRINT-LIST.
004620     PERFORM 3200-WRITE-HEADING THRU 3200-EXIT
004710*----------------------------------------------------------------
004720* 3100-PRINT-ENTRY - PRINT ONE ON-SITE TABLE ENTRY IF ITS
004730*                  LATEST ARRIVAL IS NEWER THAN ITS LATEST
004740*                  DEPARTURE AND IT HAS NOT ALREADY BEEN LISTED
004741*                  WITH ITS PARTY.  AN ENTRY THAT CAME WITH A
004742*                  PARTY BRINGS THE WHOLE PARTY WITH IT.
004750*----------------------------------------------------------------
004760 3100-PRINT-ENTRY.
004770     IF WS-OS-ARR-STAMP (WS-SUB) > WS-OS-OUT-STAMP (WS-SUB)
004774         AND NOT WS-OS-LISTED (WS-SUB)
004778         IF WS-OS-PARTY-ID (WS-SUB) = SPACES
004782             MOVE WS-SUB TO WS-PRINT-SUB
004786             PERFORM 3110-PRINT-VISITOR THRU 3110-EXIT
004790         ELSE
004794             PERFORM 3120-PRINT-PARTY THRU 3120-EXIT
004800         END-IF
004801     END-IF
004802     ADD 1 TO WS-SUB.
004803 3100-EXIT.
004804     EXIT.
004805
004806*----------------------------------------------------------------
004807* 3110-PRINT-VISITOR - PRINT THE ON-SITE ENTRY AT WS-PRINT-SUB,
004808*                  BREAKING THE PAGE WHEN FULL, ADD IT TO THE
004809*                  MUSTER SNAPSHOT AND MARK IT LISTED.
004810*----------------------------------------------------------------
004811 3110-PRINT-VISITOR.
004812     IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
004813         PERFORM 3200-WRITE-HEADING THRU 3200-EXIT
004814     END-IF
004815     MOVE WS-OS-TIME (WS-PRINT-SUB) TO WS-DL-TIME
004816     MOVE WS-OS-VISITOR-ID (WS-PRINT-SUB) TO WS-DL-VISITOR-ID
004817     MOVE WS-OS-NAME (WS-PRINT-SUB) TO WS-DL-NAME
004818     MOVE WS-OS-DEPARTMENT (WS-PRINT-SUB) TO WS-DL-DEPARTMENT
004819     WRITE PRINT-LINE FROM WS-DETAIL-LINE
004820     ADD 1 TO WS-LINE-COUNT
004821     ADD 1 TO WS-PRINTED-COUNT
004822     MOVE 'Y' TO WS-OS-LISTED-SW (WS-PRINT-SUB)
004823     IF MUSTER-SAVING
004824         PERFORM 3150-WRITE-MUSTER THRU 3150-EXIT
004825     END-IF.
004826 3110-EXIT.
004827     EXIT.
004828
004829*----------------------------------------------------------------
004830* 3120-PRINT-PARTY - PRINT THE PARTY OF THE ENTRY AT WS-SUB:
004831*                  A PARTY LINE WITH THE NUMBER STILL ON SITE,
004832*                  THEN EVERY MEMBER STILL ON SITE.  THE PARTY
004833*                  STARTS A NEW PAGE WHEN IT WOULD NOT FIT ON
004834*                  WHAT IS LEFT OF THIS ONE.
004835*----------------------------------------------------------------
004836 3120-PRINT-PARTY.
004837     MOVE ZERO TO WS-PARTY-COUNT
004838     MOVE WS-SUB TO WS-PRINT-SUB
004839     PERFORM 3130-COUNT-MEMBER THRU 3130-EXIT
004840         UNTIL WS-PRINT-SUB > WS-ONSITE-COUNT
004841     IF WS-LINE-COUNT > ZERO
004842         AND WS-LINE-COUNT + WS-PARTY-COUNT + 1
004843             > WS-MAX-LINES-PER-PAGE
004844         PERFORM 3200-WRITE-HEADING THRU 3200-EXIT
004845     END-IF
004846     MOVE WS-OS-PARTY-ID (WS-SUB) TO WS-PL-PARTY-ID
004847     MOVE WS-PARTY-COUNT TO WS-PL-COUNT
004848     WRITE PRINT-LINE FROM WS-PARTY-LINE
004849     ADD 1 TO WS-LINE-COUNT
004850     MOVE WS-SUB TO WS-PRINT-SUB
004851     PERFORM 3140-PRINT-MEMBER THRU 3140-EXIT
004852         UNTIL WS-PRINT-SUB > WS-ONSITE-COUNT.
004853 3120-EXIT.
004854     EXIT.
004855
004856*----------------------------------------------------------------
004857* 3130-COUNT-MEMBER - COUNT THE ENTRY AT WS-PRINT-SUB IF IT IS
004858*                  A MEMBER OF THE PARTY STILL ON SITE.
004859*----------------------------------------------------------------
004860 3130-COUNT-MEMBER.
004861     IF WS-OS-PARTY-ID (WS-PRINT-SUB) = WS-OS-PARTY-ID (WS-SUB)
004862         AND WS-OS-ARR-STAMP (WS-PRINT-SUB)
004863             > WS-OS-OUT-STAMP (WS-PRINT-SUB)
004864         ADD 1 TO WS-PARTY-COUNT
004865     END-IF
004866     ADD 1 TO WS-PRINT-SUB.
004867 3130-EXIT.
004868     EXIT.
004869
004870*----------------------------------------------------------------
004871* 3140-PRINT-MEMBER - PRINT THE ENTRY AT WS-PRINT-SUB IF IT IS
004872*                  A MEMBER OF THE PARTY STILL ON SITE.
004873*----------------------------------------------------------------
004874 3140-PRINT-MEMBER.
004875     IF WS-OS-PARTY-ID (WS-PRINT-SUB) = WS-OS-PARTY-ID (WS-SUB)
004876         AND WS-OS-ARR-STAMP (WS-PRINT-SUB)
004877             > WS-OS-OUT-STAMP (WS-PRINT-SUB)
004878         PERFORM 3110-PRINT-VISITOR THRU 3110-EXIT
004879     END-IF
004880     ADD 1 TO WS-PRINT-SUB.
004881 3140-EXIT.
004882     EXIT.
004883
004884*----------------------------------------------------------------
004885* 3150-WRITE-MUSTER - WRITE THE MUSTER SNAPSHOT RECORD FOR THE
004886*                  ON-SITE ENTRY JUST PRINTED.
004887*----------------------------------------------------------------
004888 3150-WRITE-MUSTER.
004889     MOVE SPACES TO MUSTER-RECORD
004890     MOVE 'V' TO MUS-RECORD-TYPE
004891     MOVE WS-CURRENT-DATE TO MUS-SNAP-DATE
004892     MOVE WS-CURRENT-TIME TO MUS-SNAP-TIME
004893     MOVE WS-OS-VISITOR-ID (WS-PRINT-SUB) TO MUS-VISITOR-ID
004894     MOVE WS-OS-NAME (WS-PRINT-SUB) TO MUS-NAME
004895     MOVE WS-OS-DEPARTMENT (WS-PRINT-SUB) TO MUS-DEPARTMENT
004896     MOVE WS-OS-TIME (WS-PRINT-SUB) TO MUS-ARRIVAL-TIME
004897     WRITE MUSTER-RECORD.
004898 3150-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
005050     EXIT.
005060
005070*----------------------------------------------------------------
005080* 9000-TERMINATE - CLOSE THE REPORT AND THE MUSTER SNAPSHOT AND
005090*                  END THE RUN.  THE LOG AND CAPTURE FILES WERE
005091*                  CLOSED BY THEIR SCANS.
005100*----------------------------------------------------------------
005110 9000-TERMINATE.
005120     CLOSE PrintFile
005121     IF MUSTER-SAVING
005122         CLOSE MusterFile
005123         DISPLAY "OnSiteList: muster snapshot saved for "
005124             WS-CURRENT-DATE " " WS-CURRENT-TIME
005125     END-IF.
005130 9000-EXIT.
005140     EXIT.
