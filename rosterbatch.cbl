000810*                  STREAMS INTO THE CANONICAL VISTLOG IN
000820*                  TIMESTAMP ORDER BEFORE THE REPORTING PROGRAMS
000830*                  RUN.
000831* 2026-10-15  RCM  ISSUE A VISITOR BADGE FROM THE BADGE STOCK
000832*                  (BADGSTK) TO EVERY GREETED ROSTER ARRIVAL AND
000833*                  PRINT ITS BADGE SLIP (BADGSLIP), THE SAME WAY
000834*                  HelloWorld DOES AT THE KEYBOARD, SO A TOUR
000835*                  GROUP'S BADGES ARE TRACKED LIKE ANY OTHER.
000836* 2026-10-15  RCM  ADD AN OPTIONAL HOST ID (COLUMNS 139-146) TO
000837*                  THE ROSTER FEED, FILLED IN BY RosterEdit FROM
000838*                  THE HOST DIRECTORY (HOSTDIR).  A FILLED ID IS
000839*                  LOOKED UP ON THE DIRECTORY FOR THE HOST'S
000840*                  NAME AND CARRIED ONTO THE HOST NOTIFICATION;
000841*                  AN ID NOT ON FILE OR NO LONGER ACTIVE IS
000842*                  REPORTED TO THE OPERATOR BUT STILL NOTIFIED.
000843* 2026-10-15  RCM  FLAG EVERY GREETED ROSTER VISITOR WHOSE SAFETY
000844*                  INDUCTION IS MISSING OR LAPSED ON THE
000845*                  COMPLIANCE FILE (COMPLY), OR WHO IS VISITING A
000846*                  DEPARTMENT ON THE NDA LIST (NDADEPT) WITHOUT A
000847*                  CURRENT NDA - THE SAME RULES HelloWorld
000848*                  APPLIES AT THE KEYBOARD.  THE RUN CANNOT ASK
000849*                  ANYONE, SO EACH CASE IS SHOWN, APPENDED TO
000850*                  COMPLOG AS FLAGGED FOR THE DESK TO FOLLOW UP,
000851*                  AND COUNTED AT TERMINATION.
000852*----------------------------------------------------------------
000853
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
001140         ORGANIZATION LINE SEQUENTIAL
001150         FILE STATUS IS WS-CONTROL-STATUS.
001160
001161     SELECT BadgeFile ASSIGN TO "BADGSTK"
001162         ORGANIZATION INDEXED
001163         ACCESS MODE IS DYNAMIC
001164         RECORD KEY IS BDG-BADGE-NO
001165         ALTERNATE RECORD KEY IS BDG-VISITOR-ID
001166             WITH DUPLICATES
001167         FILE STATUS IS WS-BADGE-STATUS.
001168
001169     SELECT BadgeSlip ASSIGN TO "BADGSLIP"
001170         ORGANIZATION LINE SEQUENTIAL
001171         FILE STATUS IS WS-SLIP-STATUS.
001172
001173     SELECT HostDirFile ASSIGN TO "HOSTDIR"
001174         ORGANIZATION INDEXED
001175         ACCESS MODE IS DYNAMIC
001176         RECORD KEY IS HD-HOST-ID
001177         ALTERNATE RECORD KEY IS HD-NAME
001178             WITH DUPLICATES
001179         FILE STATUS IS WS-HD-STATUS.
001180
001181     SELECT ComplyFile ASSIGN TO "COMPLY"
001182         ORGANIZATION INDEXED
001183         ACCESS MODE IS DYNAMIC
001184         RECORD KEY IS CMP-KEY
001185         FILE STATUS IS WS-CMP-STATUS.
001186
001187     SELECT ComplLog ASSIGN TO "COMPLOG"
001188         ORGANIZATION LINE SEQUENTIAL
001189         FILE STATUS IS WS-CXL-STATUS.
001190
001191     SELECT NdaDeptFile ASSIGN TO "NDADEPT"
001192         ORGANIZATION LINE SEQUENTIAL
001193         FILE STATUS IS WS-NDA-STATUS.
001194
001195 DATA DIVISION.
001196 FILE SECTION.
001197*----------------------------------------------------------------
001200* RosterFile (ROSTERIN) IS A FIXED-WIDTH FEED OF VisitorRecord
001210* LAYOUTS, ONE PER LINE - NOT A BARE ONE-NAME-PER-LINE FILE:
001220*     COLUMNS  1- 8   VISITOR ID    (VIS-VISITOR-ID)
001250*     COLUMNS 69-98   VISIT PURPOSE (VIS-PURPOSE)
001260*     COLUMNS 99-138  HOST NAME     (ROS-HOST-NAME, OPTIONAL -
001270*                     A FILLED HOST GETS A NOTIFICATION SLIP)
001271*     COLUMNS 139-146 HOST ID       (ROS-HOST-ID, OPTIONAL - SET
001272*                     BY RosterEdit FROM THE HOST DIRECTORY)
001280* A NAME-ONLY FEED MUST BE REFORMATTED TO THIS LAYOUT (NAME
001290* STARTING IN COLUMN 9) BEFORE IT WILL LOAD CORRECTLY - A ROSTER
001300* LINE WITH A BARE NAME IN COLUMN 1 LOADS INTO VIS-VISITOR-ID
001340 01  ROSTER-RECORD.
001350     COPY VisitorRecord.
001360     05  ROS-HOST-NAME               PIC X(40).
001361     05  ROS-HOST-ID                 PIC X(08).
001370
001380 FD  VisitorLog.
001390 01  VISITOR-LOG-RECORD.
001580 FD  ControlFile.
001590 01  BATCH-CONTROL-RECORD.
001600     COPY BatchControlRecord.
001601
001602 FD  BadgeFile.
001603 01  BADGE-STOCK-RECORD.
001604     COPY BadgeStockRecord.
001605
001606 FD  BadgeSlip.
001607 01  BADGE-SLIP-LINE                 PIC X(60).
001608
001609 FD  HostDirFile.
001610 01  HOST-DIR-RECORD.
001611     COPY HostDirRecord.
001612
001613 FD  ComplyFile.
001614 01  COMPLY-RECORD.
001615     COPY ComplianceRecord.
001616
001617 FD  ComplLog.
001618 01  COMPL-LOG-RECORD.
001619     COPY ComplLogRecord.
001620
001621*----------------------------------------------------------------
001622* NdaDeptFile (NDADEPT) LISTS THE DEPARTMENTS WHOSE VISITORS MUST
001623* HAVE SIGNED AN NDA, ONE DEPARTMENT NAME PER LINE IN COLUMNS
001624* 1-20 - THE SAME LIST HelloWorld READS.
001625*----------------------------------------------------------------
001626 FD  NdaDeptFile.
001627 01  NDA-DEPT-RECORD.
001628     05  NDA-DEPARTMENT              PIC X(20).
001629
001630 WORKING-STORAGE SECTION.
001631 01  WS-ROSTER-STATUS                PIC X(02).
001640     88  ROSTER-OK                       VALUE "00".
001650     88  ROSTER-EOF                       VALUE "10".
001660
001890     88  CONTROL-OK                      VALUE "00".
001900     88  CONTROL-FILE-NOT-FOUND          VALUE "35".
001910
001911 01  WS-BADGE-STATUS                 PIC X(02).
001912     88  BADGE-OK                        VALUE "00".
001913     88  BADGE-FILE-NOT-FOUND            VALUE "35".
001914
001915 01  WS-SLIP-STATUS                  PIC X(02).
001916     88  SLIP-OK                         VALUE "00".
001917     88  SLIP-FILE-NOT-FOUND             VALUE "35".
001918
001919 01  WS-HD-STATUS                    PIC X(02).
001920     88  HD-OK                           VALUE "00".
001921     88  HD-FILE-NOT-FOUND               VALUE "35".
001922
001923 01  WS-CMP-STATUS                   PIC X(02).
001924     88  CMP-OK                          VALUE "00".
001925     88  CMP-FILE-NOT-FOUND              VALUE "35".
001926
001927 01  WS-CXL-STATUS                   PIC X(02).
001928     88  CXL-OK                          VALUE "00".
001929     88  CXL-FILE-NOT-FOUND              VALUE "35".
001930
001931 01  WS-NDA-STATUS                   PIC X(02).
001932     88  NDA-OK                          VALUE "00".
001933     88  NDA-FILE-NOT-FOUND              VALUE "35".
001934     88  NDA-AT-END                      VALUE "10".
001935
001936 77  WS-NDA-MAX                      COMP PIC 9(03) VALUE 20.
001937
001938 01  WS-NDA-TABLE.
001939     05  WS-NDA-COUNT                COMP PIC 9(03) VALUE ZERO.
001940     05  WS-NDA-ENTRY                OCCURS 20 TIMES.
001941         10  WS-NT-DEPARTMENT        PIC X(20).
001942
001943*----------------------------------------------------------------
001944* COMPLIANCE CHECK WORK AREAS.  DEPARTMENT NAMES ARE COMPARED IN
001945* UPPER CASE, THE SAME AS AT THE KEYBOARD.
001946*----------------------------------------------------------------
001947 01  WS-COMPLY-WORK.
001948     05  WS-CMP-TYPE                 PIC X(04).
001949     05  WS-CMP-FINDING              PIC X(08).
001950     05  WS-HOST-DEPARTMENT          PIC X(20).
001951     05  WS-NDA-DEPARTMENT           PIC X(20).
001952     05  WS-DEPT-UPPER               PIC X(20).
001953     05  WS-HOST-DEPT-UPPER          PIC X(20).
001954     05  WS-NDA-ENTRY-UPPER          PIC X(20).
001955
001956 01  WS-SLIP-RULE                    PIC X(40) VALUE ALL "-".
001957
001958 01  WS-SLIP-HEADING.
001959     05  FILLER                      PIC X(14)
001960             VALUE "VISITOR BADGE".
001961     05  WS-SH-BADGE-NO              PIC X(06).
001962     05  FILLER                      PIC X(08) VALUE "  DATE:".
001963     05  WS-SH-DATE                  PIC X(08).
001964
001965 01  WS-SLIP-DETAIL.
001966     05  WS-SD-LABEL                 PIC X(12).
001967     05  WS-SD-VALUE                 PIC X(40).
001968
001969 77  WS-WATCH-MAX                    COMP PIC 9(03) VALUE 100.
001970
001971 01  WS-WATCH-TABLE.
001972     05  WS-WATCH-COUNT              COMP PIC 9(03) VALUE ZERO.
001973     05  WS-WATCH-ENTRY              OCCURS 100 TIMES.
001974         10  WS-WT-VISITOR-ID        PIC X(08).
001980         10  WS-WT-NAME              PIC X(40).
001990         10  WS-WT-REASON            PIC X(30).
002000
002160         88  ABORT-RUN                   VALUE 'Y'.
002170     05  WS-WATCH-HIT-SW             PIC X(01) VALUE 'N'.
002180         88  WATCHLIST-HIT               VALUE 'Y'.
002181     05  WS-BADGE-OPEN-SW            PIC X(01) VALUE 'N'.
002182         88  BADGE-STOCK-AVAILABLE       VALUE 'Y'.
002183     05  WS-BADGE-ISSUED-SW          PIC X(01) VALUE 'N'.
002184         88  BADGE-ISSUED                VALUE 'Y'.
002185     05  WS-BADGE-SCAN-SW            PIC X(01) VALUE 'N'.
002186         88  BADGE-SCAN-DONE             VALUE 'Y'.
002187     05  WS-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
002188         88  HOST-DIR-AVAILABLE          VALUE 'Y'.
002189     05  WS-COMPLY-OPEN-SW           PIC X(01) VALUE 'N'.
002190         88  COMPLIANCE-TRACKED          VALUE 'Y'.
002191     05  WS-NDA-REQUIRED-SW          PIC X(01) VALUE 'N'.
002192         88  NDA-REQUIRED                VALUE 'Y'.
002193
002200 01  WS-COUNTERS.
002210     05  WS-VISITOR-COUNT            COMP PIC 9(05) VALUE ZERO.
002220     05  WS-SKIPPED-COUNT            COMP PIC 9(05) VALUE ZERO.
002230     05  WS-FLAGGED-COUNT            COMP PIC 9(05) VALUE ZERO.
002231     05  WS-COMPLY-FLAG-COUNT        COMP PIC 9(05) VALUE ZERO.
002232     05  WS-NDA-SUB                  COMP PIC 9(03) VALUE ZERO.
002240     05  WS-WATCH-SUB                COMP PIC 9(03) VALUE ZERO.
002250     05  WS-RECORDS-READ             COMP PIC 9(05) VALUE ZERO.
002260     05  WS-CHECKPOINT-COUNT         COMP PIC 9(05) VALUE ZERO.
002490     MOVE ZERO TO WS-VISITOR-COUNT
002500     MOVE ZERO TO WS-SKIPPED-COUNT
002510     MOVE ZERO TO WS-FLAGGED-COUNT
002511     MOVE ZERO TO WS-COMPLY-FLAG-COUNT
002520     MOVE ZERO TO WS-RECORDS-READ
002530     OPEN INPUT RosterFile
002540     IF NOT ROSTER-OK
002700         OPEN OUTPUT VisitorLog
002710         CLOSE VisitorLog
002720         OPEN EXTEND VisitorLog
002721     END-IF
002722     MOVE 'N' TO WS-BADGE-OPEN-SW
002723     OPEN I-O BadgeFile
002724     IF BADGE-OK
002725         MOVE 'Y' TO WS-BADGE-OPEN-SW
002726     ELSE
002727         IF NOT BADGE-FILE-NOT-FOUND
002728             DISPLAY "RosterBatch: BADGSTK open failed, "
002729                 "file status " WS-BADGE-STATUS
002730         END-IF
002731     END-IF
002732     MOVE 'N' TO WS-HOSTDIR-OPEN-SW
002733     OPEN INPUT HostDirFile
002734     IF HD-OK
002735         MOVE 'Y' TO WS-HOSTDIR-OPEN-SW
002736     ELSE
002737         IF NOT HD-FILE-NOT-FOUND
002738             DISPLAY "RosterBatch: HOSTDIR open failed, "
002739                 "file status " WS-HD-STATUS
002740         END-IF
002741     END-IF
002742     MOVE 'N' TO WS-COMPLY-OPEN-SW
002743     OPEN INPUT ComplyFile
002744     IF CMP-OK
002745         MOVE 'Y' TO WS-COMPLY-OPEN-SW
002746         PERFORM 1400-LOAD-NDA-DEPTS THRU 1400-EXIT
002747     ELSE
002748         IF NOT CMP-FILE-NOT-FOUND
002749             DISPLAY "RosterBatch: COMPLY open failed, "
002750                 "file status " WS-CMP-STATUS
002751         END-IF
002752     END-IF
002753     PERFORM 1300-LOAD-WATCHLIST THRU 1300-EXIT
002754     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
002760     PERFORM 2100-READ-ROSTER THRU 2100-EXIT
002770     PERFORM 1200-SKIP-PROCESSED THRU 1200-EXIT
002780         UNTIL WS-RECORDS-READ > WS-CHECKPOINT-COUNT
003740     EXIT.
003750
003760*----------------------------------------------------------------
003761* 1400-LOAD-NDA-DEPTS - LOAD THE DEPARTMENTS WHOSE VISITORS NEED
003762*                  A SIGNED NDA.  NO LIST ON FILE LEAVES THE
003763*                  SITE POLICY'S STANDING ENTRY, R&D.
003764*----------------------------------------------------------------
003765 1400-LOAD-NDA-DEPTS.
003766     MOVE ZERO TO WS-NDA-COUNT
003767     OPEN INPUT NdaDeptFile
003768     IF NOT NDA-OK
003769         IF NOT NDA-FILE-NOT-FOUND
003770             DISPLAY "RosterBatch: NDADEPT open failed, "
003771                 "file status " WS-NDA-STATUS
003772         END-IF
003773         MOVE 1 TO WS-NDA-COUNT
003774         MOVE "R&D" TO WS-NT-DEPARTMENT (1)
003775         GO TO 1400-EXIT
003776     END-IF
003777     PERFORM 1410-LOAD-NDA-ENTRY THRU 1410-EXIT
003778         UNTIL NDA-AT-END
003779             OR WS-NDA-COUNT NOT < WS-NDA-MAX
003780     IF NOT NDA-AT-END
003781         DISPLAY "RosterBatch: NDA department list longer "
003782             "than the table - remainder not loaded."
003783     END-IF
003784     CLOSE NdaDeptFile.
003785 1400-EXIT.
003786     EXIT.
003787
003788*----------------------------------------------------------------
003789* 1410-LOAD-NDA-ENTRY - READ AND TABLE ONE NDA DEPARTMENT, IN
003790*                  UPPER CASE.  A BLANK LINE IS SKIPPED.
003791*----------------------------------------------------------------
003792 1410-LOAD-NDA-ENTRY.
003793     READ NdaDeptFile
003794         AT END
003795             CONTINUE
003796         NOT AT END
003797             IF NDA-DEPARTMENT NOT = SPACES
003798                 ADD 1 TO WS-NDA-COUNT
003799                 MOVE NDA-DEPARTMENT
003800                     TO WS-NT-DEPARTMENT (WS-NDA-COUNT)
003801                 INSPECT WS-NT-DEPARTMENT (WS-NDA-COUNT)
003802                     CONVERTING "abcdefghijklmnopqrstuvwxyz"
003803                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003804             END-IF
003805     END-READ.
003806 1410-EXIT.
003807     EXIT.
003808
003809*----------------------------------------------------------------
003810* 2000-PROCESS-ROSTER - GREET ONE VISITOR FROM THE ROSTER, LOG
003811*                  THE VISIT, AND READ THE NEXT NAME.
003812*----------------------------------------------------------------
003813 2000-PROCESS-ROSTER.
003814     IF VIS-NAME NOT = SPACES
003820         PERFORM 2050-CHECK-WATCHLIST THRU 2050-EXIT
003830         IF WATCHLIST-HIT
003840             DISPLAY "*** SECURITY ALERT - DO NOT ADMIT: "
003900             DISPLAY "Hello " VIS-NAME
003910             PERFORM 2200-LOG-VISIT THRU 2200-EXIT
003920             ADD 1 TO WS-VISITOR-COUNT
003921             MOVE SPACES TO WS-HOST-DEPARTMENT
003922             IF ROS-HOST-ID NOT = SPACES
003923                 AND HOST-DIR-AVAILABLE
003924                 PERFORM 2255-LOOKUP-HOST THRU 2255-EXIT
003925             END-IF
003926             IF COMPLIANCE-TRACKED
003927                 PERFORM 2400-CHECK-COMPLIANCE THRU 2400-EXIT
003928             END-IF
003930             IF ROS-HOST-ID NOT = SPACES
003931                 OR ROS-HOST-NAME NOT = SPACES
003940                 PERFORM 2260-WRITE-NOTIFICATION THRU 2260-EXIT
003942             END-IF
003944             IF BADGE-STOCK-AVAILABLE
003946                 PERFORM 2270-ISSUE-BADGE THRU 2270-EXIT
003950             END-IF
003960         END-IF
003970     ELSE
005100     EXIT.
005110
005120*----------------------------------------------------------------
005121* 2255-LOOKUP-HOST - TAKE THE HOST'S NAME FROM THE DIRECTORY FOR
005122*                  THE HOST ID ON THE FEED.  AN ID NOT ON FILE OR
005123*                  NO LONGER ACTIVE IS REPORTED TO THE OPERATOR
005124*                  AND THE FEED'S OWN NAME IS KEPT - THE VISITOR
005125*                  IS ALREADY ON SITE AND SOMEBODY MUST BE TOLD.
005126*----------------------------------------------------------------
005127 2255-LOOKUP-HOST.
005128     MOVE ROS-HOST-ID TO HD-HOST-ID
005129     READ HostDirFile
005130         INVALID KEY
005131             DISPLAY "    Host " ROS-HOST-ID
005132                 " is not on the host directory."
005133             GO TO 2255-EXIT
005134     END-READ
005135     MOVE HD-DEPARTMENT TO WS-HOST-DEPARTMENT
005136     IF HD-ACTIVE-FLAG NOT = 'A'
005137         DISPLAY "    Host " ROS-HOST-ID
005138             " is no longer active: " HD-NAME
005139         GO TO 2255-EXIT
005140     END-IF
005141     MOVE HD-NAME TO ROS-HOST-NAME.
005142 2255-EXIT.
005143     EXIT.
005144
005145*----------------------------------------------------------------
005146* 2260-WRITE-NOTIFICATION - APPEND ONE PENDING HOST NOTIFICATION
005147*                  FOR THE ROSTER ARRIVAL JUST LOGGED.  THE FILE
005150*                  IS OPENED ONLY WHEN THE FEED RECORD CARRIES A
005160*                  HOST AND IS CREATED ON FIRST USE.
005170*----------------------------------------------------------------
005260     MOVE WS-CURRENT-DATE TO HN-DATE
005270     MOVE WS-CURRENT-TIME TO HN-TIME
005280     MOVE ROS-HOST-NAME TO HN-HOST-NAME
005281     MOVE ROS-HOST-ID TO HN-HOST-ID
005290     MOVE VIS-NAME TO HN-VISITOR-NAME
005300     MOVE VIS-PURPOSE TO HN-PURPOSE
005310     WRITE HOST-NOTIFY-RECORD
005320     CLOSE NotifyFile.
005330 2260-EXIT.
005331     EXIT.
005332
005333*----------------------------------------------------------------
005334* 2270-ISSUE-BADGE - ISSUE THE LOWEST-NUMBERED BADGE IN STOCK TO
005335*                  THE ROSTER VISITOR JUST LOGGED, STAMPED WITH
005336*                  THE SAME DATE/TIME AS THE ARRIVAL RECORD, AND
005337*                  PRINT THE BADGE SLIP.  AN EMPTY STOCK DOES NOT
005338*                  STOP THE RUN - THE VISITOR IS LISTED FOR A
005339*                  PAPER PASS.
005340*----------------------------------------------------------------
005341 2270-ISSUE-BADGE.
005342     MOVE 'N' TO WS-BADGE-ISSUED-SW
005343     MOVE 'N' TO WS-BADGE-SCAN-SW
005344     MOVE LOW-VALUES TO BDG-BADGE-NO
005345     START BadgeFile KEY IS NOT LESS THAN BDG-BADGE-NO
005346         INVALID KEY
005347             MOVE 'Y' TO WS-BADGE-SCAN-SW
005348     END-START
005349     PERFORM 2271-FIND-FREE-BADGE THRU 2271-EXIT
005350         UNTIL BADGE-ISSUED
005351             OR BADGE-SCAN-DONE
005352     IF NOT BADGE-ISSUED
005353         DISPLAY "No visitor badge left in stock - "
005354             "issue a paper day pass to " VIS-NAME
005355         GO TO 2270-EXIT
005356     END-IF
005357     DISPLAY "Badge issued: " BDG-BADGE-NO
005358     PERFORM 2280-PRINT-BADGE-SLIP THRU 2280-EXIT.
005359 2270-EXIT.
005360     EXIT.
005361
005362*----------------------------------------------------------------
005363* 2271-FIND-FREE-BADGE - READ THE NEXT BADGE IN NUMBER ORDER AND
005364*                  ISSUE IT WHEN IT IS IN STOCK.
005365*----------------------------------------------------------------
005366 2271-FIND-FREE-BADGE.
005367     READ BadgeFile NEXT RECORD
005368         AT END
005369             MOVE 'Y' TO WS-BADGE-SCAN-SW
005370             GO TO 2271-EXIT
005371     END-READ
005372     IF BDG-STATUS NOT = 'A'
005373         GO TO 2271-EXIT
005374     END-IF
005375     MOVE 'I' TO BDG-STATUS
005376     MOVE VIS-VISITOR-ID TO BDG-VISITOR-ID
005377     MOVE VIS-NAME TO BDG-VISITOR-NAME
005378     MOVE WS-CURRENT-DATE TO BDG-ISSUE-DATE
005379     MOVE WS-CURRENT-TIME TO BDG-ISSUE-TIME
005380     MOVE SPACES TO BDG-RETURN-DATE
005381     MOVE SPACES TO BDG-RETURN-TIME
005382     REWRITE BADGE-STOCK-RECORD
005383         INVALID KEY
005384             DISPLAY "RosterBatch: badge issue failed for "
005385                 BDG-BADGE-NO ", file status " WS-BADGE-STATUS
005386         NOT INVALID KEY
005387             MOVE 'Y' TO WS-BADGE-ISSUED-SW
005388     END-REWRITE.
005389 2271-EXIT.
005390     EXIT.
005391
005392*----------------------------------------------------------------
005393* 2280-PRINT-BADGE-SLIP - APPEND THE BADGE SLIP FOR THE BADGE
005394*                  JUST ISSUED TO THE SLIP PRINT FILE.  THE FILE
005395*                  IS CREATED ON FIRST USE.
005396*----------------------------------------------------------------
005397 2280-PRINT-BADGE-SLIP.
005398     OPEN EXTEND BadgeSlip
005399     IF SLIP-FILE-NOT-FOUND
005400         OPEN OUTPUT BadgeSlip
005401         CLOSE BadgeSlip
005402         OPEN EXTEND BadgeSlip
005403     END-IF
005404     WRITE BADGE-SLIP-LINE FROM WS-SLIP-RULE
005405     MOVE BDG-BADGE-NO TO WS-SH-BADGE-NO
005406     MOVE WS-CURRENT-DATE TO WS-SH-DATE
005407     WRITE BADGE-SLIP-LINE FROM WS-SLIP-HEADING
005408     MOVE "NAME:" TO WS-SD-LABEL
005409     MOVE VIS-NAME TO WS-SD-VALUE
005410     WRITE BADGE-SLIP-LINE FROM WS-SLIP-DETAIL
005411     MOVE "VISITOR ID:" TO WS-SD-LABEL
005412     MOVE VIS-VISITOR-ID TO WS-SD-VALUE
005413     WRITE BADGE-SLIP-LINE FROM WS-SLIP-DETAIL
005414     MOVE "DEPARTMENT:" TO WS-SD-LABEL
005415     MOVE VIS-DEPARTMENT TO WS-SD-VALUE
005416     WRITE BADGE-SLIP-LINE FROM WS-SLIP-DETAIL
005417     MOVE "HOST:" TO WS-SD-LABEL
005418     MOVE ROS-HOST-NAME TO WS-SD-VALUE
005419     WRITE BADGE-SLIP-LINE FROM WS-SLIP-DETAIL
005420     WRITE BADGE-SLIP-LINE FROM WS-SLIP-RULE
005421     CLOSE BadgeSlip.
005422 2280-EXIT.
005423     EXIT.
005424
005425*----------------------------------------------------------------
005426* 2300-WRITE-CHECKPOINT - RECORD HOW MANY PHYSICAL ROSTER RECORDS
005427*                  HAVE BEEN CONSUMED SO FAR, SO A RESTART CAN
005428*                  PICK UP FROM HERE INSTEAD OF THE TOP.
005429*----------------------------------------------------------------
005430 2300-WRITE-CHECKPOINT.
005431     OPEN OUTPUT CheckpointFile
005432     MOVE WS-RECORDS-READ TO CKPT-RECORD-COUNT
005440     WRITE CHECKPOINT-RECORD
005450     CLOSE CheckpointFile.
005460 2300-EXIT.
005461     EXIT.
005462
005463*----------------------------------------------------------------
005464* 2400-CHECK-COMPLIANCE - CHECK THE GREETED ROSTER VISITOR'S
005465*                  SAFETY INDUCTION AND, WHEN THE DEPARTMENT
005466*                  VISITED IS ON THE NDA LIST, THE NDA.  EACH
005467*                  ONE MISSING OR LAPSED IS SHOWN, LOGGED AS
005468*                  FLAGGED, AND COUNTED.
005469*----------------------------------------------------------------
005470 2400-CHECK-COMPLIANCE.
005471     MOVE "IND " TO WS-CMP-TYPE
005472     PERFORM 2410-READ-ACKNOWLEDGEMENT THRU 2410-EXIT
005473     IF WS-CMP-FINDING NOT = SPACES
005474         DISPLAY "    Safety induction " WS-CMP-FINDING
005475             " - follow up at the desk."
005476         PERFORM 2450-WRITE-COMPLOG THRU 2450-EXIT
005477     END-IF
005478     PERFORM 2430-CHECK-NDA-DEPT THRU 2430-EXIT
005479     IF NOT NDA-REQUIRED
005480         GO TO 2400-EXIT
005481     END-IF
005482     MOVE "NDA " TO WS-CMP-TYPE
005483     PERFORM 2410-READ-ACKNOWLEDGEMENT THRU 2410-EXIT
005484     IF WS-CMP-FINDING NOT = SPACES
005485         DISPLAY "    NDA required for " WS-NDA-DEPARTMENT
005486             " - " WS-CMP-FINDING " - follow up at the desk."
005487         PERFORM 2450-WRITE-COMPLOG THRU 2450-EXIT
005488     END-IF.
005489 2400-EXIT.
005490     EXIT.
005491
005492*----------------------------------------------------------------
005493* 2410-READ-ACKNOWLEDGEMENT - READ THE VISITOR'S ACKNOWLEDGEMENT
005494*                  OF THE TYPE IN WS-CMP-TYPE.  WS-CMP-FINDING
005495*                  COMES BACK BLANK WHEN IT IS ON FILE AND GOOD
005496*                  TODAY, OTHERWISE MISSING OR EXPIRED.
005497*----------------------------------------------------------------
005498 2410-READ-ACKNOWLEDGEMENT.
005499     MOVE SPACES TO WS-CMP-FINDING
005500     MOVE VIS-VISITOR-ID TO CMP-VISITOR-ID
005501     MOVE WS-CMP-TYPE TO CMP-ACK-TYPE
005502     READ ComplyFile
005503         INVALID KEY
005504             MOVE "MISSING " TO WS-CMP-FINDING
005505             GO TO 2410-EXIT
005506     END-READ
005507     IF CMP-EXPIRY-DATE NOT = SPACES
005508         AND CMP-EXPIRY-DATE < WS-CURRENT-DATE
005509         MOVE "EXPIRED " TO WS-CMP-FINDING
005510     END-IF.
005511 2410-EXIT.
005512     EXIT.
005513
005514*----------------------------------------------------------------
005515* 2430-CHECK-NDA-DEPT - DECIDE WHETHER THIS VISIT NEEDS AN NDA:
005516*                  THE DEPARTMENT ON THE FEED, OR THE DIRECTORY
005517*                  DEPARTMENT OF THE HOST ON THE FEED, IS ON THE
005518*                  NDA LIST.
005519*----------------------------------------------------------------
005520 2430-CHECK-NDA-DEPT.
005521     MOVE 'N' TO WS-NDA-REQUIRED-SW
005522     MOVE SPACES TO WS-NDA-DEPARTMENT
005523     MOVE VIS-DEPARTMENT TO WS-DEPT-UPPER
005524     INSPECT WS-DEPT-UPPER
005525         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005526         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005527     MOVE WS-HOST-DEPARTMENT TO WS-HOST-DEPT-UPPER
005528     INSPECT WS-HOST-DEPT-UPPER
005529         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005530         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005531     MOVE 1 TO WS-NDA-SUB
005532     PERFORM 2431-MATCH-NDA-DEPT THRU 2431-EXIT
005533         UNTIL WS-NDA-SUB > WS-NDA-COUNT
005534             OR NDA-REQUIRED.
005535 2430-EXIT.
005536     EXIT.
005537
005538*----------------------------------------------------------------
005539* 2431-MATCH-NDA-DEPT - COMPARE ONE NDA DEPARTMENT AGAINST THE
005540*                  VISIT.
005541*----------------------------------------------------------------
005542 2431-MATCH-NDA-DEPT.
005543     MOVE WS-NT-DEPARTMENT (WS-NDA-SUB) TO WS-NDA-ENTRY-UPPER
005544     IF WS-NDA-ENTRY-UPPER = WS-DEPT-UPPER
005545         OR (WS-HOST-DEPT-UPPER NOT = SPACES
005546         AND WS-NDA-ENTRY-UPPER = WS-HOST-DEPT-UPPER)
005547         MOVE 'Y' TO WS-NDA-REQUIRED-SW
005548         MOVE WS-NDA-ENTRY-UPPER TO WS-NDA-DEPARTMENT
005549     ELSE
005550         ADD 1 TO WS-NDA-SUB
005551     END-IF.
005552 2431-EXIT.
005553     EXIT.
005554
005555*----------------------------------------------------------------
005556* 2450-WRITE-COMPLOG - APPEND ONE COMPLIANCE EXCEPTION RECORD,
005557*                  FLAGGED FOR THE DESK, STAMPED WITH THE
005558*                  ARRIVAL'S DATE AND TIME, AND COUNT IT.  THE
005559*                  FILE IS CREATED ON FIRST USE.
005560*----------------------------------------------------------------
005561 2450-WRITE-COMPLOG.
005562     OPEN EXTEND ComplLog
005563     IF CXL-FILE-NOT-FOUND
005564         OPEN OUTPUT ComplLog
005565         CLOSE ComplLog
005566         OPEN EXTEND ComplLog
005567     END-IF
005568     MOVE SPACES TO COMPL-LOG-RECORD
005569     MOVE WS-CURRENT-DATE TO CXL-DATE
005570     MOVE WS-CURRENT-TIME TO CXL-TIME
005571     MOVE "BAT " TO CXL-SOURCE
005572     MOVE VIS-VISITOR-ID TO CXL-VISITOR-ID
005573     MOVE VIS-NAME TO CXL-NAME
005574     MOVE VIS-DEPARTMENT TO CXL-DEPARTMENT
005575     MOVE WS-CMP-TYPE TO CXL-ACK-TYPE
005576     MOVE WS-CMP-FINDING TO CXL-FINDING
005577     MOVE 'F' TO CXL-OUTCOME
005578     IF NO-SIGNON-OPERATOR
005579         MOVE "BATCH" TO CXL-OPERATOR-ID
005580     ELSE
005581         MOVE SIGNON-OPERATOR-ID TO CXL-OPERATOR-ID
005582     END-IF
005583     WRITE COMPL-LOG-RECORD
005584     CLOSE ComplLog
005585     ADD 1 TO WS-COMPLY-FLAG-COUNT.
005586 2450-EXIT.
005587     EXIT.
005588
005589*----------------------------------------------------------------
005590* 3000-TERMINATE - REPORT THE RUN TOTAL, CLEAR THE CHECKPOINT
005591*                  NOW THAT THE ROSTER FINISHED CLEAN, AND CLOSE
005592*                  FILES.
005593*----------------------------------------------------------------
005594 3000-TERMINATE.
005595     DISPLAY "Roster processing complete.  Visitors greeted: "
005596         WS-VISITOR-COUNT
005597     DISPLAY "Roster records skipped (blank name): "
005598         WS-SKIPPED-COUNT
005599     DISPLAY "Roster names flagged by the watchlist: "
005600         WS-FLAGGED-COUNT
005601     IF COMPLIANCE-TRACKED
005602         DISPLAY "Compliance exceptions flagged: "
005603             WS-COMPLY-FLAG-COUNT
005604     ELSE
005605         DISPLAY "Compliance not checked - no COMPLY file."
005606     END-IF
005610     PERFORM 3100-WRITE-CONTROL THRU 3100-EXIT
005620     OPEN OUTPUT CheckpointFile
005630     CLOSE CheckpointFile
005640     CLOSE RosterFile
005650     CLOSE VisitorLog
005651     IF BADGE-STOCK-AVAILABLE
005652         CLOSE BadgeFile
005653     END-IF
005654     IF HOST-DIR-AVAILABLE
005655         CLOSE HostDirFile
005656     END-IF
005657     IF COMPLIANCE-TRACKED
005658         CLOSE ComplyFile
005659     END-IF.
005660 3000-EXIT.
005670     EXIT.
005680
