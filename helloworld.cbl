001040*                  WALK-IN ID BECOMES 'W' + STATION CHARACTER +
001050*                  HHMMSS SO TWO DESKS CANNOT MINT THE SAME ID
001060*                  IN THE SAME SECOND.
001061* 2026-10-15  RCM  ISSUE THE NEXT VISITOR BADGE IN STOCK (BADGSTK)
001062*                  TO EVERY ADMITTED VISITOR AND PRINT A BADGE
001063*                  SLIP (BADGSLIP) WITH THE NAME, VISITOR ID,
001064*                  DEPARTMENT, HOST, AND DATE, SO THE DESK KNOWS
001065*                  WHICH PHYSICAL BADGE EACH VISITOR CARRIES.  NO
001066*                  BADGE STOCK ON FILE MEANS BADGES ARE NOT
001067*                  TRACKED; AN EMPTY STOCK WARNS THE OPERATOR.
001068* 2026-10-15  RCM  LOOK A PRE-REGISTERED VISITOR'S HOST UP ON THE
001069*                  HOST DIRECTORY (HOSTDIR) AT CHECK-IN AND SHOW
001070*                  THE DIRECTORY NAME; A HOST NO LONGER ON FILE
001071*                  OR NO LONGER ACTIVE WARNS THE OPERATOR.  THE
001072*                  HOST ID IS CARRIED ONTO THE HOST NOTIFICATION
001073*                  (HOSTNTFY) FOR HostSlips.
001074* 2026-10-15  RCM  CHECK EVERY ADMITTED VISITOR'S SAFETY
001075*                  INDUCTION ON THE COMPLIANCE FILE (COMPLY), AND
001076*                  THE NDA WHEN THE DEPARTMENT VISITED (OR THE
001077*                  PRE-REGISTERED HOST'S DEPARTMENT) IS ON THE
001078*                  NDA DEPARTMENT LIST (NDADEPT, R&D WHEN NO LIST
001079*                  IS ON FILE).  A MISSING OR LAPSED ONE WARNS
001080*                  THE OPERATOR, WHO EITHER TAKES IT AT THE DESK
001081*                  - FILED ON COMPLY THERE AND THEN - OR ADMITS
001082*                  THE VISITOR WITHOUT IT; EITHER WAY THE
001083*                  OUTCOME IS APPENDED TO COMPLOG.  NO COMPLY
001084*                  FILE MEANS COMPLIANCE IS NOT TRACKED.
001085* 2026-10-15  RCM  PARTY CHECK-IN.  THE OPERATOR GIVES THE PARTY
001086*                  SIZE FIRST; A PARTY OF TWO OR MORE GETS A
001087*                  PARTY ID ('G' + STATION CHARACTER + HHMMSS)
001088*                  AND THE LEAD VISITOR AND EACH COMPANION ARE
001089*                  CHECKED IN IN TURN, EVERY ONE SCREENED AGAINST
001090*                  THE WATCHLIST, LOGGED WITH THE PARTY ID, AND
001091*                  BADGED.  A COMPANION KEYED WITHOUT A
001092*                  DEPARTMENT OR PURPOSE TAKES THE LEAD'S.  THE
001093*                  HOST GETS ONE NOTIFICATION FOR THE WHOLE PARTY
001094*                  - THE LEAD'S NAME AND THE NUMBER ADMITTED -
001095*                  INSTEAD OF ONE PER MEMBER.
001096*----------------------------------------------------------------
001097
001098 ENVIRONMENT DIVISION.
001100 CONFIGURATION SECTION.
001110 SPECIAL-NAMES.
001120     CONSOLE IS KEYBOARD.
001490         ORGANIZATION LINE SEQUENTIAL
001500         FILE STATUS IS WS-NOTIFY-STATUS.
001510
001511     SELECT BadgeFile ASSIGN TO "BADGSTK"
001512         ORGANIZATION INDEXED
001513         ACCESS MODE IS DYNAMIC
001514         RECORD KEY IS BDG-BADGE-NO
001515         ALTERNATE RECORD KEY IS BDG-VISITOR-ID
001516             WITH DUPLICATES
001517         FILE STATUS IS WS-BADGE-STATUS.
001518
001519     SELECT BadgeSlip ASSIGN TO "BADGSLIP"
001520         ORGANIZATION LINE SEQUENTIAL
001521         FILE STATUS IS WS-SLIP-STATUS.
001522
001523     SELECT HostDirFile ASSIGN TO "HOSTDIR"
001524         ORGANIZATION INDEXED
001525         ACCESS MODE IS DYNAMIC
001526         RECORD KEY IS HD-HOST-ID
001527         ALTERNATE RECORD KEY IS HD-NAME
001528             WITH DUPLICATES
001529         FILE STATUS IS WS-HD-STATUS.
001530
001531     SELECT ComplyFile ASSIGN TO "COMPLY"
001532         ORGANIZATION INDEXED
001533         ACCESS MODE IS DYNAMIC
001534         RECORD KEY IS CMP-KEY
001535         FILE STATUS IS WS-CMP-STATUS.
001536
001537     SELECT ComplLog ASSIGN TO "COMPLOG"
001538         ORGANIZATION LINE SEQUENTIAL
001539         FILE STATUS IS WS-CXL-STATUS.
001540
001541     SELECT NdaDeptFile ASSIGN TO "NDADEPT"
001542         ORGANIZATION LINE SEQUENTIAL
001543         FILE STATUS IS WS-NDA-STATUS.
001544
001545 DATA DIVISION.
001546 FILE SECTION.
001547 FD  InputOutput.
001550 01  VISITOR-RECORD.
001560     COPY VisitorRecord.
001570
001830 01  HOST-NOTIFY-RECORD.
001840     COPY HostNotifyRecord.
001850
001851 FD  BadgeFile.
001852 01  BADGE-STOCK-RECORD.
001853     COPY BadgeStockRecord.
001854
001855 FD  BadgeSlip.
001856 01  BADGE-SLIP-LINE                 PIC X(60).
001857
001858 FD  HostDirFile.
001859 01  HOST-DIR-RECORD.
001860     COPY HostDirRecord.
001861
001862 FD  ComplyFile.
001863 01  COMPLY-RECORD.
001864     COPY ComplianceRecord.
001865
001866 FD  ComplLog.
001867 01  COMPL-LOG-RECORD.
001868     COPY ComplLogRecord.
001869
001870*----------------------------------------------------------------
001871* NdaDeptFile (NDADEPT) LISTS THE DEPARTMENTS WHOSE VISITORS MUST
001872* HAVE SIGNED AN NDA, ONE DEPARTMENT NAME PER LINE IN COLUMNS
001873* 1-20, SPELLED AS THE DESK KEYS IT.
001874*----------------------------------------------------------------
001875 FD  NdaDeptFile.
001876 01  NDA-DEPT-RECORD.
001877     05  NDA-DEPARTMENT              PIC X(20).
001878
001879 WORKING-STORAGE SECTION.
001880 01  WS-CURRENT-DATE-TIME.
001881     05  WS-CURRENT-DATE             PIC X(08).
001890     05  WS-CURRENT-TIME             PIC X(08).
001900     05  FILLER REDEFINES WS-CURRENT-TIME.
001910         10  WS-TIME-HHMMSS          PIC X(06).
001960     05  WS-WALKIN-STATION           PIC X(01).
001970     05  WS-WALKIN-TIME              PIC X(06).
001980
001981 01  WS-NEW-PARTY-ID.
001982     05  FILLER                      PIC X(01) VALUE 'G'.
001983     05  WS-PARTY-STATION            PIC X(01).
001984     05  WS-PARTY-TIME               PIC X(06).
001985
001986*----------------------------------------------------------------
001987* PARTY CHECK-IN.  WS-PARTY-ID STAYS BLANK FOR A VISITOR ON THEIR
001988* OWN.  THE FIRST ADMITTED MEMBER'S DEPARTMENT AND PURPOSE ARE THE
001989* COMPANIONS' DEFAULT, AND THE FIRST ADMITTED MEMBER WITH A
001990* PRE-REGISTERED HOST GIVES THE HOST FOR THE PARTY'S ONE
001991* NOTIFICATION.
001992*----------------------------------------------------------------
001993 77  WS-PARTY-MAX                    COMP PIC 9(03) VALUE 20.
001994
001995 01  WS-PARTY-ENTRY                  PIC X(02).
001996 01  WS-PARTY-ENTRY-N REDEFINES WS-PARTY-ENTRY
001997                                     PIC 9(02).
001998
001999 01  WS-MEMBER-DISPLAY               PIC Z9.
002000
002001 01  WS-PARTY-DATA.
002002     05  WS-PARTY-ID                 PIC X(08).
002003     05  WS-PARTY-LEAD-NAME          PIC X(40).
002004     05  WS-PARTY-DEPARTMENT         PIC X(20).
002005     05  WS-PARTY-PURPOSE            PIC X(30).
002006     05  WS-PARTY-HOST-NAME          PIC X(40).
002007     05  WS-PARTY-HOST-ID            PIC X(08).
002008     05  WS-PARTY-NOTIFY-DATE        PIC X(08).
002009     05  WS-PARTY-NOTIFY-TIME        PIC X(08).
002010
002011 01  WS-TERMINAL-ID                  PIC X(08).
002012
002013 01  WS-STATION-CHAR                 PIC X(01).
002020
002030 01  WS-STATION-SUB                  COMP PIC 9(03) VALUE ZERO.
002040
002070 01  WS-COUNTERS.
002080     05  WS-VISITOR-COUNT            COMP PIC 9(05) VALUE ZERO.
002090     05  WS-WATCH-SUB                COMP PIC 9(03) VALUE ZERO.
002091     05  WS-NDA-SUB                  COMP PIC 9(03) VALUE ZERO.
002092     05  WS-PARTY-SIZE               COMP PIC 9(03) VALUE ZERO.
002093     05  WS-MEMBER-COUNT             COMP PIC 9(03) VALUE ZERO.
002100 01  WS-LOG-STATUS                   PIC X(02).
002110     88  LOG-OK                          VALUE "00".
002120     88  LOG-FILE-NOT-FOUND              VALUE "35".
002350 01  WS-NOTIFY-STATUS                PIC X(02).
002360     88  NOTIFY-OK                       VALUE "00".
002370     88  NOTIFY-FILE-NOT-FOUND           VALUE "35".
002371
002372 01  WS-BADGE-STATUS                 PIC X(02).
002373     88  BADGE-OK                        VALUE "00".
002374     88  BADGE-FILE-NOT-FOUND            VALUE "35".
002375
002376 01  WS-SLIP-STATUS                  PIC X(02).
002377     88  SLIP-OK                         VALUE "00".
002378     88  SLIP-FILE-NOT-FOUND             VALUE "35".
002379
002380 01  WS-HD-STATUS                    PIC X(02).
002381     88  HD-OK                           VALUE "00".
002382     88  HD-FILE-NOT-FOUND               VALUE "35".
002383
002384 01  WS-CMP-STATUS                   PIC X(02).
002385     88  CMP-OK                          VALUE "00".
002386     88  CMP-FILE-NOT-FOUND              VALUE "35".
002387
002388 01  WS-CXL-STATUS                   PIC X(02).
002389     88  CXL-OK                          VALUE "00".
002390     88  CXL-FILE-NOT-FOUND              VALUE "35".
002391
002392 01  WS-NDA-STATUS                   PIC X(02).
002393     88  NDA-OK                          VALUE "00".
002394     88  NDA-FILE-NOT-FOUND              VALUE "35".
002395     88  NDA-AT-END                      VALUE "10".
002396
002397 77  WS-NDA-MAX                      COMP PIC 9(03) VALUE 20.
002398
002399 01  WS-NDA-TABLE.
002400     05  WS-NDA-COUNT                COMP PIC 9(03) VALUE ZERO.
002401     05  WS-NDA-ENTRY                OCCURS 20 TIMES.
002402         10  WS-NT-DEPARTMENT        PIC X(20).
002403
002404*----------------------------------------------------------------
002405* COMPLIANCE CHECK WORK AREAS.  DEPARTMENT NAMES ARE COMPARED IN
002406* UPPER CASE SO 'r&d' AT THE KEYBOARD STILL MATCHES 'R&D'.
002407*----------------------------------------------------------------
002408 01  WS-COMPLY-WORK.
002409     05  WS-CMP-TYPE                 PIC X(04).
002410     05  WS-CMP-FINDING              PIC X(08).
002411     05  WS-CMP-OUTCOME              PIC X(01).
002412     05  WS-HOST-DEPARTMENT          PIC X(20).
002413     05  WS-NDA-DEPARTMENT           PIC X(20).
002414     05  WS-DEPT-UPPER               PIC X(20).
002415     05  WS-HOST-DEPT-UPPER          PIC X(20).
002416     05  WS-NDA-ENTRY-UPPER          PIC X(20).
002417
002418 01  WS-EXPIRY-DATE                  PIC X(08).
002419 01  FILLER REDEFINES WS-EXPIRY-DATE.
002420     05  WS-EXP-YEAR                 PIC 9(04).
002421     05  WS-EXP-MONTH-DAY            PIC X(04).
002422
002423 01  WS-ACK-TAKEN-SW                 PIC X(01).
002424     88  ACK-TAKEN                       VALUE 'Y' 'y'.
002425
002426 01  WS-SLIP-HOST-NAME               PIC X(40).
002427
002428 01  WS-SLIP-RULE                    PIC X(40) VALUE ALL "-".
002429
002430 01  WS-SLIP-HEADING.
002431     05  FILLER                      PIC X(14)
002432             VALUE "VISITOR BADGE".
002433     05  WS-SH-BADGE-NO              PIC X(06).
002434     05  FILLER                      PIC X(08) VALUE "  DATE:".
002435     05  WS-SH-DATE                  PIC X(08).
002436
002437 01  WS-SLIP-DETAIL.
002438     05  WS-SD-LABEL                 PIC X(12).
002439     05  WS-SD-VALUE                 PIC X(40).
002440
002441 77  WS-WATCH-MAX                    COMP PIC 9(03) VALUE 100.
002442
002443 01  WS-WATCH-TABLE.
002444     05  WS-WATCH-COUNT              COMP PIC 9(03) VALUE ZERO.
002445     05  WS-WATCH-ENTRY              OCCURS 100 TIMES.
002446         10  WS-WT-VISITOR-ID        PIC X(08).
002450         10  WS-WT-NAME              PIC X(40).
002460         10  WS-WT-REASON            PIC X(30).
002470
002700         88  PREREG-SCAN-DONE            VALUE 'Y'.
002710     05  WS-WATCH-HIT-SW             PIC X(01) VALUE 'N'.
002720         88  WATCHLIST-HIT               VALUE 'Y'.
002721     05  WS-BADGE-OPEN-SW            PIC X(01) VALUE 'N'.
002722         88  BADGE-STOCK-AVAILABLE       VALUE 'Y'.
002723     05  WS-BADGE-ISSUED-SW          PIC X(01) VALUE 'N'.
002724         88  BADGE-ISSUED                VALUE 'Y'.
002725     05  WS-BADGE-SCAN-SW            PIC X(01) VALUE 'N'.
002726         88  BADGE-SCAN-DONE             VALUE 'Y'.
002727     05  WS-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
002728         88  HOST-DIR-AVAILABLE          VALUE 'Y'.
002729     05  WS-COMPLY-OPEN-SW           PIC X(01) VALUE 'N'.
002730         88  COMPLIANCE-TRACKED          VALUE 'Y'.
002731     05  WS-NDA-REQUIRED-SW          PIC X(01) VALUE 'N'.
002732         88  NDA-REQUIRED                VALUE 'Y'.
002733     05  WS-PARTY-SW                 PIC X(01) VALUE 'N'.
002734         88  PARTY-CHECK-IN              VALUE 'Y'.
002735     05  WS-PARTY-HOST-SW            PIC X(01) VALUE 'N'.
002736         88  PARTY-HOST-FOUND            VALUE 'Y'.
002737
002740 PROCEDURE DIVISION.
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002770     IF NOT ABORT-RUN
002771         PERFORM 1400-ACCEPT-PARTY THRU 1400-EXIT
002780         PERFORM 2000-GREET-VISITOR THRU 2000-EXIT
002781             UNTIL WS-MEMBER-COUNT NOT < WS-PARTY-SIZE
002782         IF PARTY-HOST-FOUND
002783             PERFORM 2165-WRITE-PARTY-NOTIFICATION
002784                 THRU 2165-EXIT
002785         END-IF
002790         PERFORM 3000-TERMINATE THRU 3000-EXIT
002800     END-IF
002810     GOBACK.
003210         IF NOT PR-FILE-NOT-FOUND
003220             DISPLAY "HelloWorld: PREREG open failed, "
003230                 "file status " WS-PR-STATUS
003231         END-IF
003232     END-IF
003233     MOVE 'N' TO WS-BADGE-OPEN-SW
003234     OPEN I-O BadgeFile
003235     IF BADGE-OK
003236         MOVE 'Y' TO WS-BADGE-OPEN-SW
003237     ELSE
003238         IF NOT BADGE-FILE-NOT-FOUND
003239             DISPLAY "HelloWorld: BADGSTK open failed, "
003240                 "file status " WS-BADGE-STATUS
003241         END-IF
003242     END-IF
003243     MOVE 'N' TO WS-HOSTDIR-OPEN-SW
003244     OPEN INPUT HostDirFile
003245     IF HD-OK
003246         MOVE 'Y' TO WS-HOSTDIR-OPEN-SW
003247     ELSE
003248         IF NOT HD-FILE-NOT-FOUND
003249             DISPLAY "HelloWorld: HOSTDIR open failed, "
003250                 "file status " WS-HD-STATUS
003251         END-IF
003252     END-IF
003253     MOVE 'N' TO WS-COMPLY-OPEN-SW
003254     OPEN I-O ComplyFile
003255     IF CMP-OK
003256         MOVE 'Y' TO WS-COMPLY-OPEN-SW
003257         PERFORM 1300-LOAD-NDA-DEPTS THRU 1300-EXIT
003258     ELSE
003259         IF NOT CMP-FILE-NOT-FOUND
003260             DISPLAY "HelloWorld: COMPLY open failed, "
003261                 "file status " WS-CMP-STATUS
003262         END-IF
003263     END-IF
003264     PERFORM 1200-LOAD-WATCHLIST THRU 1200-EXIT
003270     PERFORM 1100-START-AUDIT THRU 1100-EXIT.
003280 1000-EXIT.
003290     EXIT.
004600                     TO WS-WT-VISITOR-ID (WS-WATCH-COUNT)
004610                 MOVE WL-NAME TO WS-WT-NAME (WS-WATCH-COUNT)
004620                 MOVE WL-REASON
004621                     TO WS-WT-REASON (WS-WATCH-COUNT)
004622             END-IF
004623     END-READ.
004624 1210-EXIT.
004625     EXIT.
004626
004627*----------------------------------------------------------------
004628* 1300-LOAD-NDA-DEPTS - LOAD THE DEPARTMENTS WHOSE VISITORS NEED
004629*                  A SIGNED NDA.  NO LIST ON FILE LEAVES THE
004630*                  SITE POLICY'S STANDING ENTRY, R&D.
004631*----------------------------------------------------------------
004632 1300-LOAD-NDA-DEPTS.
004633     MOVE ZERO TO WS-NDA-COUNT
004634     OPEN INPUT NdaDeptFile
004635     IF NOT NDA-OK
004636         IF NOT NDA-FILE-NOT-FOUND
004637             DISPLAY "HelloWorld: NDADEPT open failed, "
004638                 "file status " WS-NDA-STATUS
004639         END-IF
004640         MOVE 1 TO WS-NDA-COUNT
004641         MOVE "R&D" TO WS-NT-DEPARTMENT (1)
004642         GO TO 1300-EXIT
004643     END-IF
004644     PERFORM 1310-LOAD-NDA-ENTRY THRU 1310-EXIT
004645         UNTIL NDA-AT-END
004646             OR WS-NDA-COUNT NOT < WS-NDA-MAX
004647     IF NOT NDA-AT-END
004648         DISPLAY "HelloWorld: NDA department list longer "
004649             "than the table - remainder not loaded."
004650     END-IF
004651     CLOSE NdaDeptFile.
004652 1300-EXIT.
004653     EXIT.
004654
004655*----------------------------------------------------------------
004656* 1310-LOAD-NDA-ENTRY - READ AND TABLE ONE NDA DEPARTMENT, IN
004657*                  UPPER CASE.  A BLANK LINE IS SKIPPED.
004658*----------------------------------------------------------------
004659 1310-LOAD-NDA-ENTRY.
004660     READ NdaDeptFile
004661         AT END
004662             CONTINUE
004663         NOT AT END
004664             IF NDA-DEPARTMENT NOT = SPACES
004665                 ADD 1 TO WS-NDA-COUNT
004666                 MOVE NDA-DEPARTMENT
004667                     TO WS-NT-DEPARTMENT (WS-NDA-COUNT)
004668                 INSPECT WS-NT-DEPARTMENT (WS-NDA-COUNT)
004669                     CONVERTING "abcdefghijklmnopqrstuvwxyz"
004670                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004671             END-IF
004672     END-READ.
004673 1310-EXIT.
004674     EXIT.
004675
004676*----------------------------------------------------------------
004677* 1400-ACCEPT-PARTY - ASK HOW MANY ARE CHECKING IN TOGETHER.  A
004678*                  PARTY OF TWO OR MORE IS GIVEN ITS PARTY ID NOW
004679*                  - 'G' PLUS THE STATION CHARACTER PLUS THE TIME
004680*                  (HHMMSS), THE SAME SCHEME AS THE WALK-IN IDS -
004681*                  SO EVERY MEMBER'S ARRIVAL CARRIES IT.
004682*----------------------------------------------------------------
004683 1400-ACCEPT-PARTY.
004684     MOVE 'N' TO WS-PARTY-SW
004685     MOVE 'N' TO WS-PARTY-HOST-SW
004686     MOVE SPACES TO WS-PARTY-DATA
004687     MOVE ZERO TO WS-MEMBER-COUNT
004688     MOVE ZERO TO WS-PARTY-SIZE
004689     PERFORM 1410-ACCEPT-PARTY-SIZE THRU 1410-EXIT
004690         UNTIL WS-PARTY-SIZE > ZERO
004691     IF WS-PARTY-SIZE > 1
004692         MOVE 'Y' TO WS-PARTY-SW
004693         ACCEPT WS-CURRENT-TIME FROM TIME
004694         MOVE WS-STATION-CHAR TO WS-PARTY-STATION
004695         MOVE WS-TIME-HHMMSS TO WS-PARTY-TIME
004696         MOVE WS-NEW-PARTY-ID TO WS-PARTY-ID
004697         DISPLAY "Party " WS-PARTY-ID " - " WS-PARTY-ENTRY
004698             " visitors.  Lead visitor first."
004699     END-IF.
004700 1400-EXIT.
004701     EXIT.
004702
004703*----------------------------------------------------------------
004704* 1410-ACCEPT-PARTY-SIZE - ACCEPT THE PARTY SIZE, THE LEAD VISITOR
004705*                  INCLUDED, AND RE-PROMPT WHEN IT IS NOT A NUMBER
004706*                  FROM 1 TO THE PARTY LIMIT.  BLANK IS A VISITOR
004707*                  ON THEIR OWN.
004708*----------------------------------------------------------------
004709 1410-ACCEPT-PARTY-SIZE.
004710     DISPLAY "Number in party, including the lead visitor "
004711         "(blank = 1): "
004712     MOVE SPACES TO WS-PARTY-ENTRY
004713     ACCEPT WS-PARTY-ENTRY FROM KEYBOARD
004714     IF WS-PARTY-ENTRY = SPACES
004715         MOVE "01" TO WS-PARTY-ENTRY
004716     END-IF
004717     IF WS-PARTY-ENTRY (2:1) = SPACE
004718         MOVE WS-PARTY-ENTRY (1:1) TO WS-PARTY-ENTRY (2:1)
004719         MOVE "0" TO WS-PARTY-ENTRY (1:1)
004720     END-IF
004721     IF WS-PARTY-ENTRY IS NOT NUMERIC
004722         OR WS-PARTY-ENTRY-N = ZERO
004723         OR WS-PARTY-ENTRY-N > WS-PARTY-MAX
004724         DISPLAY "Please enter a party size from 1 to 20."
004725         GO TO 1410-EXIT
004726     END-IF
004727     MOVE WS-PARTY-ENTRY-N TO WS-PARTY-SIZE.
004728 1410-EXIT.
004729     EXIT.
004730
004731*----------------------------------------------------------------
004732* 2000-GREET-VISITOR - ACCEPT THE VISITOR RECORD, LOOK IT UP ON
004733*                  THE VISITOR MASTER, AND GREET THE VISITOR
004734*                  ACCORDINGLY.  IN A PARTY THIS RUNS ONCE PER
004735*                  MEMBER, THE LEAD VISITOR FIRST; A MEMBER
004736*                  STOPPED AT THE WATCHLIST DOES NOT STOP THE
004737*                  REST OF THE PARTY.
004738*----------------------------------------------------------------
004740 2000-GREET-VISITOR.
004741     ADD 1 TO WS-MEMBER-COUNT
004742     MOVE SPACES TO VISITOR-RECORD
004743     IF PARTY-CHECK-IN
004744         MOVE WS-MEMBER-COUNT TO WS-MEMBER-DISPLAY
004745         DISPLAY "Party " WS-PARTY-ID " - member "
004746             WS-MEMBER-DISPLAY " of " WS-PARTY-ENTRY
004747     END-IF
004750     PERFORM 2005-ACCEPT-VISITOR-ID THRU 2005-EXIT
004751     MOVE SPACES TO WS-HOST-DEPARTMENT
004760
004770     MOVE 'N' TO WS-PREREG-MATCH-SW
004780     IF PREREG-AVAILABLE
004820
004830     IF PREREG-MATCHED
004840         DISPLAY "Pre-registered: " VIS-NAME
004841         IF PR-HOST-ID NOT = SPACES
004842             AND HOST-DIR-AVAILABLE
004843             PERFORM 2012-LOOKUP-HOST THRU 2012-EXIT
004844         END-IF
004850         DISPLAY "Host: " PR-HOST-NAME
004860     ELSE
004870         MOVE 'N' TO WS-VALID-NAME-SW
004890             UNTIL VALID-NAME
004900
004910         PERFORM 2015-ACCEPT-DEPT-AND-PURPOSE THRU 2015-EXIT
004911         IF PARTY-CHECK-IN
004912             PERFORM 2016-DEFAULT-FROM-LEAD THRU 2016-EXIT
004913         END-IF
004920     END-IF
004930
004940     PERFORM 2018-CHECK-WATCHLIST THRU 2018-EXIT
005080     ELSE
005090         DISPLAY "Hello " VIS-NAME
005100     END-IF
005101     IF COMPLIANCE-TRACKED
005102         PERFORM 2200-CHECK-COMPLIANCE THRU 2200-EXIT
005103     END-IF
005110
005120     PERFORM 2100-LOG-VISIT THRU 2100-EXIT
005130     ADD 1 TO WS-VISITOR-COUNT
005131     IF PARTY-CHECK-IN
005132         AND WS-PARTY-LEAD-NAME = SPACES
005133         MOVE VIS-NAME TO WS-PARTY-LEAD-NAME
005134         MOVE VIS-DEPARTMENT TO WS-PARTY-DEPARTMENT
005135         MOVE VIS-PURPOSE TO WS-PARTY-PURPOSE
005136     END-IF
005140     IF PREREG-MATCHED
005142         AND (PR-HOST-ID NOT = SPACES
005144             OR PR-HOST-NAME NOT = SPACES)
005146         IF PARTY-CHECK-IN
005148             PERFORM 2162-NOTE-PARTY-HOST THRU 2162-EXIT
005150         ELSE
005152             PERFORM 2160-WRITE-NOTIFICATION THRU 2160-EXIT
005154         END-IF
005156     END-IF
005158     IF BADGE-STOCK-AVAILABLE
005160         PERFORM 2170-ISSUE-BADGE THRU 2170-EXIT
005170     END-IF.
005180 2000-EXIT.
005190     EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006191* 2012-LOOKUP-HOST - TAKE THE PRE-REGISTERED HOST'S CURRENT NAME
006192*                  FROM THE HOST DIRECTORY.  A HOST THAT HAS
006193*                  SINCE LEFT THE DIRECTORY OR BEEN MADE INACTIVE
006194*                  IS SHOWN TO THE OPERATOR, WHO FINDS SOMEONE
006195*                  ELSE TO RECEIVE THE VISITOR; THE NOTIFICATION
006196*                  STILL GOES OUT UNDER THE REGISTERED NAME.
006197*----------------------------------------------------------------
006198 2012-LOOKUP-HOST.
006199     MOVE PR-HOST-ID TO HD-HOST-ID
006200     READ HostDirFile
006201         INVALID KEY
006202             DISPLAY "*** Host " PR-HOST-ID
006203                 " is not on the host directory - "
006204                 "confirm who will receive this visitor."
006205             GO TO 2012-EXIT
006206     END-READ
006207     MOVE HD-DEPARTMENT TO WS-HOST-DEPARTMENT
006208     IF HD-ACTIVE-FLAG NOT = 'A'
006209         DISPLAY "*** Host " PR-HOST-ID
006210             " is no longer active - "
006211             "confirm who will receive this visitor."
006212         GO TO 2012-EXIT
006213     END-IF
006214     MOVE HD-NAME TO PR-HOST-NAME.
006215 2012-EXIT.
006216     EXIT.
006217
006218*----------------------------------------------------------------
006219* 2015-ACCEPT-DEPT-AND-PURPOSE - ACCEPT THE VISITOR'S DEPARTMENT
006220*                  OR COMPANY AND THE PURPOSE OF THE VISIT.
006221*----------------------------------------------------------------
006230 2015-ACCEPT-DEPT-AND-PURPOSE.
006240     DISPLAY "Department or company: "
006250     ACCEPT VIS-DEPARTMENT FROM KEYBOARD
006260     DISPLAY "Purpose of visit: "
006270     ACCEPT VIS-PURPOSE FROM KEYBOARD.
006280 2015-EXIT.
006281     EXIT.
006282
006283*----------------------------------------------------------------
006284* 2016-DEFAULT-FROM-LEAD - A COMPANION KEYED WITHOUT A DEPARTMENT
006285*                  OR PURPOSE IS VISITING WITH THE LEAD, SO TAKES
006286*                  THE LEAD'S.
006287*----------------------------------------------------------------
006288 2016-DEFAULT-FROM-LEAD.
006289     IF VIS-DEPARTMENT = SPACES
006290         MOVE WS-PARTY-DEPARTMENT TO VIS-DEPARTMENT
006291     END-IF
006292     IF VIS-PURPOSE = SPACES
006293         MOVE WS-PARTY-PURPOSE TO VIS-PURPOSE
006294     END-IF.
006295 2016-EXIT.
006296     EXIT.
006300
006310*----------------------------------------------------------------
006320* 2018-CHECK-WATCHLIST - SCREEN THE VISITOR AGAINST THE
007080     MOVE WS-CURRENT-DATE TO HN-DATE
007090     MOVE WS-CURRENT-TIME TO HN-TIME
007100     MOVE PR-HOST-NAME TO HN-HOST-NAME
007101     MOVE PR-HOST-ID TO HN-HOST-ID
007110     MOVE VIS-NAME TO HN-VISITOR-NAME
007120     MOVE VIS-PURPOSE TO HN-PURPOSE
007130     WRITE HOST-NOTIFY-RECORD
007140     CLOSE NotifyFile.
007150 2160-EXIT.
007151     EXIT.
007152
007153*----------------------------------------------------------------
007154* 2162-NOTE-PARTY-HOST - HOLD THE HOST OF THE FIRST ADMITTED
007155*                  PARTY MEMBER WITH A PRE-REGISTERED HOST, AND
007156*                  THE TIME THAT MEMBER ARRIVED, FOR THE PARTY'S
007157*                  ONE NOTIFICATION.
007158*----------------------------------------------------------------
007159 2162-NOTE-PARTY-HOST.
007160     IF PARTY-HOST-FOUND
007161         GO TO 2162-EXIT
007162     END-IF
007163     MOVE 'Y' TO WS-PARTY-HOST-SW
007164     MOVE PR-HOST-NAME TO WS-PARTY-HOST-NAME
007165     MOVE PR-HOST-ID TO WS-PARTY-HOST-ID
007166     MOVE WS-CURRENT-DATE TO WS-PARTY-NOTIFY-DATE
007167     MOVE WS-CURRENT-TIME TO WS-PARTY-NOTIFY-TIME.
007168 2162-EXIT.
007169     EXIT.
007170
007171*----------------------------------------------------------------
007172* 2165-WRITE-PARTY-NOTIFICATION - APPEND THE ONE PENDING HOST
007173*                  NOTIFICATION FOR A PARTY, ONCE EVERY MEMBER HAS
007174*                  BEEN THROUGH THE DESK: THE LEAD VISITOR'S NAME
007175*                  AND PURPOSE, THE PARTY ID, AND THE NUMBER
007176*                  ADMITTED.  THE FILE IS CREATED ON FIRST USE.
007177*----------------------------------------------------------------
007178 2165-WRITE-PARTY-NOTIFICATION.
007179     OPEN EXTEND NotifyFile
007180     IF NOTIFY-FILE-NOT-FOUND
007181         OPEN OUTPUT NotifyFile
007182         CLOSE NotifyFile
007183         OPEN EXTEND NotifyFile
007184     END-IF
007185     MOVE SPACES TO HOST-NOTIFY-RECORD
007186     MOVE WS-PARTY-NOTIFY-DATE TO HN-DATE
007187     MOVE WS-PARTY-NOTIFY-TIME TO HN-TIME
007188     MOVE WS-PARTY-HOST-NAME TO HN-HOST-NAME
007189     MOVE WS-PARTY-HOST-ID TO HN-HOST-ID
007190     MOVE WS-PARTY-LEAD-NAME TO HN-VISITOR-NAME
007191     MOVE WS-PARTY-PURPOSE TO HN-PURPOSE
007192     MOVE WS-PARTY-ID TO HN-PARTY-ID
007193     MOVE WS-VISITOR-COUNT TO HN-PARTY-SIZE
007194     WRITE HOST-NOTIFY-RECORD
007195     CLOSE NotifyFile.
007196 2165-EXIT.
007197     EXIT.
007198
007199*----------------------------------------------------------------
007200* 2170-ISSUE-BADGE - ISSUE THE LOWEST-NUMBERED BADGE IN STOCK TO
007201*                  THE VISITOR JUST LOGGED, STAMPED WITH THE
007202*                  SAME DATE/TIME AS THE ARRIVAL RECORD SO THE
007203*                  BADGE CAN BE TIED BACK TO THE VISIT, AND PRINT
007204*                  THE BADGE SLIP.  AN EMPTY STOCK DOES NOT HOLD
007205*                  UP THE CHECK-IN - THE OPERATOR IS TOLD TO
007206*                  HAND OUT A PAPER PASS.
007207*----------------------------------------------------------------
007208 2170-ISSUE-BADGE.
007209     MOVE 'N' TO WS-BADGE-ISSUED-SW
007210     MOVE 'N' TO WS-BADGE-SCAN-SW
007211     MOVE LOW-VALUES TO BDG-BADGE-NO
007212     START BadgeFile KEY IS NOT LESS THAN BDG-BADGE-NO
007213         INVALID KEY
007214             MOVE 'Y' TO WS-BADGE-SCAN-SW
007215     END-START
007216     PERFORM 2171-FIND-FREE-BADGE THRU 2171-EXIT
007217         UNTIL BADGE-ISSUED
007218             OR BADGE-SCAN-DONE
007219     IF NOT BADGE-ISSUED
007220         DISPLAY "No visitor badge left in stock - "
007221             "issue a paper day pass."
007222         GO TO 2170-EXIT
007223     END-IF
007224     DISPLAY "Badge issued: " BDG-BADGE-NO
007225     IF PREREG-MATCHED
007226         MOVE PR-HOST-NAME TO WS-SLIP-HOST-NAME
007227     ELSE
007228         MOVE SPACES TO WS-SLIP-HOST-NAME
007229     END-IF
007230     PERFORM 2180-PRINT-BADGE-SLIP THRU 2180-EXIT.
007231 2170-EXIT.
007232     EXIT.
007233
007234*----------------------------------------------------------------
007235* 2171-FIND-FREE-BADGE - READ THE NEXT BADGE IN NUMBER ORDER AND
007236*                  ISSUE IT WHEN IT IS IN STOCK.
007237*----------------------------------------------------------------
007238 2171-FIND-FREE-BADGE.
007239     READ BadgeFile NEXT RECORD
007240         AT END
007241             MOVE 'Y' TO WS-BADGE-SCAN-SW
007242             GO TO 2171-EXIT
007243     END-READ
007244     IF BDG-STATUS NOT = 'A'
007245         GO TO 2171-EXIT
007246     END-IF
007247     MOVE 'I' TO BDG-STATUS
007248     MOVE VIS-VISITOR-ID TO BDG-VISITOR-ID
007249     MOVE VIS-NAME TO BDG-VISITOR-NAME
007250     MOVE WS-CURRENT-DATE TO BDG-ISSUE-DATE
007251     MOVE WS-CURRENT-TIME TO BDG-ISSUE-TIME
007252     MOVE SPACES TO BDG-RETURN-DATE
007253     MOVE SPACES TO BDG-RETURN-TIME
007254     REWRITE BADGE-STOCK-RECORD
007255         INVALID KEY
007256             DISPLAY "HelloWorld: badge issue failed for "
007257                 BDG-BADGE-NO ", file status " WS-BADGE-STATUS
007258         NOT INVALID KEY
007259             MOVE 'Y' TO WS-BADGE-ISSUED-SW
007260     END-REWRITE.
007261 2171-EXIT.
007262     EXIT.
007263
007264*----------------------------------------------------------------
007265* 2180-PRINT-BADGE-SLIP - APPEND THE BADGE SLIP FOR THE BADGE
007266*                  JUST ISSUED TO THE SLIP PRINT FILE.  THE FILE
007267*                  IS CREATED ON FIRST USE.
007268*----------------------------------------------------------------
007269 2180-PRINT-BADGE-SLIP.
007270     OPEN EXTEND BadgeSlip
007271     IF SLIP-FILE-NOT-FOUND
007272         OPEN OUTPUT BadgeSlip
007273         CLOSE BadgeSlip
007274         OPEN EXTEND BadgeSlip
007275     END-IF
007276     WRITE BADGE-SLIP-LINE FROM WS-SLIP-RULE
007277     MOVE BDG-BADGE-NO TO WS-SH-BADGE-NO
007278     MOVE WS-CURRENT-DATE TO WS-SH-DATE
007279     WRITE BADGE-SLIP-LINE FROM WS-SLIP-HEADING
007280     MOVE "NAME:" TO WS-SD-LABEL
007281     MOVE VIS-NAME TO WS-SD-VALUE
007282     WRITE BADGE-SLIP-LINE FROM WS-SLIP-DETAIL
007283     MOVE "VISITOR ID:" TO WS-SD-LABEL
007284     MOVE VIS-VISITOR-ID TO WS-SD-VALUE
007285     WRITE BADGE-SLIP-LINE FROM WS-SLIP-DETAIL
007286     MOVE "DEPARTMENT:" TO WS-SD-LABEL
007287     MOVE VIS-DEPARTMENT TO WS-SD-VALUE
007288     WRITE BADGE-SLIP-LINE FROM WS-SLIP-DETAIL
007289     MOVE "HOST:" TO WS-SD-LABEL
007290     MOVE WS-SLIP-HOST-NAME TO WS-SD-VALUE
007291     WRITE BADGE-SLIP-LINE FROM WS-SLIP-DETAIL
007292     WRITE BADGE-SLIP-LINE FROM WS-SLIP-RULE
007293     CLOSE BadgeSlip.
007294 2180-EXIT.
007295     EXIT.
007296
007297*----------------------------------------------------------------
007298* 2020-LOOKUP-VISITOR - CHECK THE VISITOR MASTER FOR THIS
007299*                  VISITOR.  A VISITOR ID ON FILE IS A REPEAT
007300*                  VISITOR; A WALK-IN WITH NO ID IS LOOKED UP BY
007301*                  NAME ON THE ALTERNATE KEY.  A VISITOR NOT ON
007302*                  FILE IS ADDED, A WALK-IN UNDER A GENERATED ID.
007303*----------------------------------------------------------------
007304 2020-LOOKUP-VISITOR.
007305     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007306     ACCEPT WS-CURRENT-TIME FROM TIME
007307
007308     MOVE 'N' TO WS-REPEAT-VISITOR-SW
007309     IF VIS-VISITOR-ID NOT = SPACES
007310         MOVE VIS-VISITOR-ID TO VM-ID-KEY
007320         READ VisitorMaster
007330             INVALID KEY
008160     MOVE VIS-NAME TO VLOG-NAME
008170     MOVE VIS-DEPARTMENT TO VLOG-DEPARTMENT
008180     MOVE VIS-PURPOSE TO VLOG-PURPOSE
008181     MOVE WS-PARTY-ID TO VLOG-PARTY-ID
008190     IF PREREG-MATCHED
008200         MOVE 'P' TO VLOG-PREREG-FLAG
008210     ELSE
008240     WRITE VISITOR-LOG-RECORD.
008250 2100-EXIT.
008260     EXIT.
008261
008262*----------------------------------------------------------------
008263* 2200-CHECK-COMPLIANCE - CHECK THE ADMITTED VISITOR'S SAFETY
008264*                  INDUCTION AND, WHEN THE DEPARTMENT VISITED IS
008265*                  ON THE NDA LIST, THE NDA.  EACH ONE MISSING OR
008266*                  LAPSED IS PUT TO THE OPERATOR AND THE OUTCOME
008267*                  LOGGED.  THE CHECK RUNS AFTER THE MASTER
008268*                  LOOKUP SO A WALK-IN KNOWN BY NAME IS CHECKED
008269*                  UNDER THE ID ON FILE.
008270*----------------------------------------------------------------
008271 2200-CHECK-COMPLIANCE.
008272     MOVE "IND " TO WS-CMP-TYPE
008273     PERFORM 2210-READ-ACKNOWLEDGEMENT THRU 2210-EXIT
008274     IF WS-CMP-FINDING NOT = SPACES
008275         DISPLAY "*** Safety induction " WS-CMP-FINDING
008276             " for " VIS-NAME
008277         DISPLAY "Induction given at the desk now? (Y/N): "
008278         PERFORM 2220-RESOLVE-AT-DESK THRU 2220-EXIT
008279     END-IF
008280     PERFORM 2230-CHECK-NDA-DEPT THRU 2230-EXIT
008281     IF NOT NDA-REQUIRED
008282         GO TO 2200-EXIT
008283     END-IF
008284     MOVE "NDA " TO WS-CMP-TYPE
008285     PERFORM 2210-READ-ACKNOWLEDGEMENT THRU 2210-EXIT
008286     IF WS-CMP-FINDING NOT = SPACES
008287         DISPLAY "*** NDA required for " WS-NDA-DEPARTMENT
008288             " - " WS-CMP-FINDING " for " VIS-NAME
008289         DISPLAY "NDA signed at the desk now? (Y/N): "
008290         PERFORM 2220-RESOLVE-AT-DESK THRU 2220-EXIT
008291     END-IF.
008292 2200-EXIT.
008293     EXIT.
008294
008295*----------------------------------------------------------------
008296* 2210-READ-ACKNOWLEDGEMENT - READ THE VISITOR'S ACKNOWLEDGEMENT
008297*                  OF THE TYPE IN WS-CMP-TYPE.  WS-CMP-FINDING
008298*                  COMES BACK BLANK WHEN IT IS ON FILE AND GOOD
008299*                  TODAY, OTHERWISE MISSING OR EXPIRED.
008300*----------------------------------------------------------------
008301 2210-READ-ACKNOWLEDGEMENT.
008302     MOVE SPACES TO WS-CMP-FINDING
008303     MOVE VIS-VISITOR-ID TO CMP-VISITOR-ID
008304     MOVE WS-CMP-TYPE TO CMP-ACK-TYPE
008305     READ ComplyFile
008306         INVALID KEY
008307             MOVE "MISSING " TO WS-CMP-FINDING
008308             GO TO 2210-EXIT
008309     END-READ
008310     IF CMP-EXPIRY-DATE NOT = SPACES
008311         AND CMP-EXPIRY-DATE < WS-CURRENT-DATE
008312         MOVE "EXPIRED " TO WS-CMP-FINDING
008313     END-IF.
008314 2210-EXIT.
008315     EXIT.
008316
008317*----------------------------------------------------------------
008318* 2220-RESOLVE-AT-DESK - TAKE THE OPERATOR'S ANSWER: EITHER THE
008319*                  ACKNOWLEDGEMENT WAS TAKEN AT THE DESK AND IS
008320*                  FILED NOW, OR THE VISITOR IS ADMITTED WITHOUT
008321*                  IT.  EITHER WAY THE OUTCOME IS LOGGED.
008322*----------------------------------------------------------------
008323 2220-RESOLVE-AT-DESK.
008324     MOVE SPACE TO WS-ACK-TAKEN-SW
008325     ACCEPT WS-ACK-TAKEN-SW FROM KEYBOARD
008326     IF ACK-TAKEN
008327         PERFORM 2240-FILE-ACKNOWLEDGEMENT THRU 2240-EXIT
008328         MOVE 'T' TO WS-CMP-OUTCOME
008329     ELSE
008330         DISPLAY "Admitted without it - logged for "
008331             "follow-up."
008332         MOVE 'A' TO WS-CMP-OUTCOME
008333     END-IF
008334     PERFORM 2250-WRITE-COMPLOG THRU 2250-EXIT.
008335 2220-EXIT.
008336     EXIT.
008337
008338*----------------------------------------------------------------
008339* 2230-CHECK-NDA-DEPT - DECIDE WHETHER THIS VISIT NEEDS AN NDA:
008340*                  THE DEPARTMENT KEYED (OR PRE-REGISTERED) FOR
008341*                  THE VISIT, OR THE DIRECTORY DEPARTMENT OF
008342*                  THE PRE-REGISTERED HOST, IS ON THE NDA LIST.
008343*----------------------------------------------------------------
008344 2230-CHECK-NDA-DEPT.
008345     MOVE 'N' TO WS-NDA-REQUIRED-SW
008346     MOVE SPACES TO WS-NDA-DEPARTMENT
008347     MOVE VIS-DEPARTMENT TO WS-DEPT-UPPER
008348     INSPECT WS-DEPT-UPPER
008349         CONVERTING "abcdefghijklmnopqrstuvwxyz"
008350         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008351     MOVE WS-HOST-DEPARTMENT TO WS-HOST-DEPT-UPPER
008352     INSPECT WS-HOST-DEPT-UPPER
008353         CONVERTING "abcdefghijklmnopqrstuvwxyz"
008354         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008355     MOVE 1 TO WS-NDA-SUB
008356     PERFORM 2231-MATCH-NDA-DEPT THRU 2231-EXIT
008357         UNTIL WS-NDA-SUB > WS-NDA-COUNT
008358             OR NDA-REQUIRED.
008359 2230-EXIT.
008360     EXIT.
008361
008362*----------------------------------------------------------------
008363* 2231-MATCH-NDA-DEPT - COMPARE ONE NDA DEPARTMENT AGAINST THE
008364*                  VISIT.
008365*----------------------------------------------------------------
008366 2231-MATCH-NDA-DEPT.
008367     MOVE WS-NT-DEPARTMENT (WS-NDA-SUB) TO WS-NDA-ENTRY-UPPER
008368     IF WS-NDA-ENTRY-UPPER = WS-DEPT-UPPER
008369         OR (WS-HOST-DEPT-UPPER NOT = SPACES
008370         AND WS-NDA-ENTRY-UPPER = WS-HOST-DEPT-UPPER)
008371         MOVE 'Y' TO WS-NDA-REQUIRED-SW
008372         MOVE WS-NDA-ENTRY-UPPER TO WS-NDA-DEPARTMENT
008373     ELSE
008374         ADD 1 TO WS-NDA-SUB
008375     END-IF.
008376 2231-EXIT.
008377     EXIT.
008378
008379*----------------------------------------------------------------
008380* 2240-FILE-ACKNOWLEDGEMENT - FILE THE ACKNOWLEDGEMENT JUST TAKEN
008381*                  AT THE DESK, DATED TODAY.  AN INDUCTION IS
008382*                  GOOD FOR ONE YEAR; AN NDA DOES NOT LAPSE.  A
008383*                  LAPSED RECORD IS RENEWED IN PLACE.
008384*----------------------------------------------------------------
008385 2240-FILE-ACKNOWLEDGEMENT.
008386     MOVE VIS-VISITOR-ID TO CMP-VISITOR-ID
008387     MOVE WS-CMP-TYPE TO CMP-ACK-TYPE
008388     MOVE VIS-NAME TO CMP-VISITOR-NAME
008389     MOVE WS-CURRENT-DATE TO CMP-ACK-DATE
008390     IF WS-CMP-TYPE = "IND "
008391         MOVE WS-CURRENT-DATE TO WS-EXPIRY-DATE
008392         ADD 1 TO WS-EXP-YEAR
008393         IF WS-EXP-MONTH-DAY = "0229"
008394             MOVE "0228" TO WS-EXP-MONTH-DAY
008395         END-IF
008396         MOVE WS-EXPIRY-DATE TO CMP-EXPIRY-DATE
008397     ELSE
008398         MOVE SPACES TO CMP-EXPIRY-DATE
008399     END-IF
008400     MOVE AUDIT-OPERATOR-ID TO CMP-RECORDED-BY
008401     MOVE WS-CURRENT-DATE TO CMP-RECORDED-DATE
008402     IF WS-CMP-FINDING = "MISSING "
008403         WRITE COMPLY-RECORD
008404             INVALID KEY
008405                 DISPLAY "HelloWorld: compliance add failed "
008406                     "for " CMP-KEY ", file status "
008407                     WS-CMP-STATUS
008408         END-WRITE
008409     ELSE
008410         REWRITE COMPLY-RECORD
008411             INVALID KEY
008412                 DISPLAY "HelloWorld: compliance renewal "
008413                     "failed for " CMP-KEY ", file status "
008414                     WS-CMP-STATUS
008415         END-REWRITE
008416     END-IF.
008417 2240-EXIT.
008418     EXIT.
008419
008420*----------------------------------------------------------------
008421* 2250-WRITE-COMPLOG - APPEND ONE COMPLIANCE EXCEPTION RECORD,
008422*                  STAMPED WITH THE ARRIVAL'S DATE AND TIME.  THE
008423*                  FILE IS OPENED ONLY WHEN THERE IS AN EXCEPTION
008424*                  TO RECORD AND IS CREATED ON FIRST USE.
008425*----------------------------------------------------------------
008426 2250-WRITE-COMPLOG.
008427     OPEN EXTEND ComplLog
008428     IF CXL-FILE-NOT-FOUND
008429         OPEN OUTPUT ComplLog
008430         CLOSE ComplLog
008431         OPEN EXTEND ComplLog
008432     END-IF
008433     MOVE SPACES TO COMPL-LOG-RECORD
008434     MOVE WS-CURRENT-DATE TO CXL-DATE
008435     MOVE WS-CURRENT-TIME TO CXL-TIME
008436     MOVE "WALK" TO CXL-SOURCE
008437     MOVE VIS-VISITOR-ID TO CXL-VISITOR-ID
008438     MOVE VIS-NAME TO CXL-NAME
008439     MOVE VIS-DEPARTMENT TO CXL-DEPARTMENT
008440     MOVE WS-CMP-TYPE TO CXL-ACK-TYPE
008441     MOVE WS-CMP-FINDING TO CXL-FINDING
008442     MOVE WS-CMP-OUTCOME TO CXL-OUTCOME
008443     MOVE AUDIT-OPERATOR-ID TO CXL-OPERATOR-ID
008444     WRITE COMPL-LOG-RECORD
008445     CLOSE ComplLog.
008446 2250-EXIT.
008447     EXIT.
008448
008449*----------------------------------------------------------------
008450* 3000-TERMINATE - WRITE THE RUN-LEVEL AUDIT RECORD, CLOSE
008451*                  FILES, AND END THE RUN.
008452*----------------------------------------------------------------
008453 3000-TERMINATE.
008454     MOVE WS-VISITOR-COUNT TO AUDIT-VISITOR-COUNT
008455     WRITE AUDIT-LOG-RECORD
008456     CLOSE VisitorLog
008457     CLOSE VisitorMaster
008458     CLOSE AuditLog
008459     IF PREREG-AVAILABLE
008460         CLOSE PreRegFile
008461     END-IF
008462     IF BADGE-STOCK-AVAILABLE
008463         CLOSE BadgeFile
008464     END-IF
008465     IF HOST-DIR-AVAILABLE
008466         CLOSE HostDirFile
008467     END-IF
008468     IF COMPLIANCE-TRACKED
008469         CLOSE ComplyFile
008470     END-IF.
008471 3000-EXIT.
008472     EXIT.
