000230*                  MONDAY REGULARS NO LONGER GET RE-KEYED EVERY
000240*                  WEEK.  EXISTING SINGLE-DATE FILES ARE CARRIED
000250*                  FORWARD ONCE WITH PreRegConv.
000251* 2026-10-15  RCM  NAME THE HOST BY HOST ID FROM THE HOST
000252*                  DIRECTORY (HOSTDIR) INSTEAD OF FREE TEXT, SO
000253*                  "J SMITH" AND "JOHN SMITH" ARE NO LONGER TWO
000254*                  HOSTS.  AN UNKNOWN OR INACTIVE HOST IS REFUSED
000255*                  AND THE DIRECTORY NAME IS FILED WITH THE ID.
000256*                  NO DIRECTORY ON FILE LEAVES THE FREE-TEXT HOST
000257*                  PROMPT IN PLACE.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000370         RECORD KEY IS PR-REG-KEY
000380         FILE STATUS IS WS-PR-STATUS.
000390
000391     SELECT HostDirFile ASSIGN TO "HOSTDIR"
000392         ORGANIZATION INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS HD-HOST-ID
000395         ALTERNATE RECORD KEY IS HD-NAME
000396             WITH DUPLICATES
000397         FILE STATUS IS WS-HD-STATUS.
000398
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PreRegFile.
000430 01  PREREG-RECORD.
000440     COPY PreRegRecord.
000441
000442 FD  HostDirFile.
000443 01  HOST-DIR-RECORD.
000444     COPY HostDirRecord.
000450
000460 WORKING-STORAGE SECTION.
000470 01  WS-PR-STATUS                    PIC X(02).
000490     88  PR-NOT-FOUND                    VALUE "23".
000500     88  PR-FILE-NOT-FOUND               VALUE "35".
000510     88  PR-AT-END                       VALUE "10".
000511
000512 01  WS-HD-STATUS                    PIC X(02).
000513     88  HD-OK                           VALUE "00".
000514     88  HD-FILE-NOT-FOUND               VALUE "35".
000520
000530 01  WS-MENU-CHOICE                  PIC X(01).
000540     88  BROWSE-PREREG                   VALUE '1'.
000630     05  WS-WORK-DATE                PIC X(08).
000640     05  WS-WORK-TO-DATE             PIC X(08).
000650     05  WS-WORK-PATTERN             PIC X(07).
000651     05  WS-WORK-HOST-ID             PIC X(08).
000660     05  WS-PATTERN-SUB              COMP PIC 9(03) VALUE ZERO.
000670
000680 01  WS-PATTERN-GOOD-SW              PIC X(01) VALUE 'N'.
000700
000710 01  WS-TO-DATE-GOOD-SW              PIC X(01) VALUE 'N'.
000720     88  TO-DATE-GOOD                    VALUE 'Y'.
000721
000722 01  WS-HOST-GOOD-SW                 PIC X(01) VALUE 'N'.
000723     88  HOST-GOOD                       VALUE 'Y'.
000730
000740 01  WS-BROWSE-COUNT                 COMP PIC 9(05) VALUE ZERO.
000750
000850         88  VALID-NAME                  VALUE 'Y'.
000860     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
000870         88  ABORT-RUN                   VALUE 'Y'.
000871     05  WS-HOSTDIR-OPEN-SW          PIC X(01) VALUE 'N'.
000872         88  HOST-DIR-AVAILABLE          VALUE 'Y'.
000880
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000990*----------------------------------------------------------------
001000* 1000-INITIALIZE - OPEN THE PRE-REGISTRATION FILE, CREATING IT
001010*                  ON THE FIRST RUN, THE SAME WAY THE GREETING
001020*                  PROGRAM CREATES THE VISITOR MASTER, AND THE
001021*                  HOST DIRECTORY THE HOSTS ARE CHECKED AGAINST.
001030*----------------------------------------------------------------
001040 1000-INITIALIZE.
001050     MOVE 'N' TO WS-DONE-SW
001150             "file status " WS-PR-STATUS
001160         MOVE 'Y' TO WS-ABORT-SW
001170         GO TO 1000-EXIT
001171     END-IF
001172     MOVE 'N' TO WS-HOSTDIR-OPEN-SW
001173     OPEN INPUT HostDirFile
001174     IF HD-OK
001175         MOVE 'Y' TO WS-HOSTDIR-OPEN-SW
001176     ELSE
001177         IF NOT HD-FILE-NOT-FOUND
001178             DISPLAY "PreRegMaint: HOSTDIR open failed, "
001179                 "file status " WS-HD-STATUS
001180         END-IF
001181     END-IF.
001190 1000-EXIT.
001200     EXIT.
001210
002050                 " FROM:" PR-FROM-DATE
002060                 " TO:" PR-TO-DATE
002070                 " DAYS:" PR-WEEK-PATTERN
002080                 " HOST: " PR-HOST-ID " " PR-HOST-NAME
002090             ADD 1 TO WS-BROWSE-COUNT
002100     END-READ.
002110 3100-EXIT.
002190*                  PROGRAM ENFORCES AT THE KEYBOARD.  THE LAST
002200*                  DATE AND WEEKLY PATTERN ARE OPTIONAL - BLANK
002210*                  MEANS A ONE-DAY VISIT ON EVERY DAY OF THE
002220*                  RANGE.  THE HOST MUST BE AN ACTIVE HOST ON
002221*                  THE HOST DIRECTORY.
002230*----------------------------------------------------------------
002240 4000-ADD-PREREG.
002250     MOVE SPACES TO WS-WORK-ID
002470     ACCEPT PR-DEPARTMENT FROM KEYBOARD
002480     DISPLAY "Purpose of visit: "
002490     ACCEPT PR-PURPOSE FROM KEYBOARD
002491     MOVE 'N' TO WS-HOST-GOOD-SW
002492     PERFORM 4600-ACCEPT-HOST THRU 4600-EXIT
002493         UNTIL HOST-GOOD
002520
002530     WRITE PREREG-RECORD
002540         INVALID KEY
003740     EXIT.
003750
003760*----------------------------------------------------------------
003761* 4600-ACCEPT-HOST - ACCEPT THE HOST AND RE-PROMPT UNTIL IT IS
003762*                  BLANK (NO HOST TO NOTIFY) OR AN ACTIVE HOST
003763*                  ON THE HOST DIRECTORY, WHOSE NAME IS FILED
003764*                  WITH THE ID.  WITH NO DIRECTORY ON FILE THE
003765*                  HOST IS KEYED AS A NAME, AS BEFORE.
003766*----------------------------------------------------------------
003767 4600-ACCEPT-HOST.
003768     MOVE SPACES TO PR-HOST-ID
003769     MOVE SPACES TO PR-HOST-NAME
003770     IF NOT HOST-DIR-AVAILABLE
003771         DISPLAY "Host name: "
003772         ACCEPT PR-HOST-NAME FROM KEYBOARD
003773         MOVE 'Y' TO WS-HOST-GOOD-SW
003774         GO TO 4600-EXIT
003775     END-IF
003776     DISPLAY "Host ID (blank = no host): "
003777     MOVE SPACES TO WS-WORK-HOST-ID
003778     ACCEPT WS-WORK-HOST-ID FROM KEYBOARD
003779     IF WS-WORK-HOST-ID = SPACES
003780         MOVE 'Y' TO WS-HOST-GOOD-SW
003781         GO TO 4600-EXIT
003782     END-IF
003783     MOVE WS-WORK-HOST-ID TO HD-HOST-ID
003784     READ HostDirFile
003785         INVALID KEY
003786             DISPLAY "That host is not on the host directory."
003787             GO TO 4600-EXIT
003788     END-READ
003789     IF HD-ACTIVE-FLAG NOT = 'A'
003790         DISPLAY "That host is no longer active: " HD-NAME
003791         GO TO 4600-EXIT
003792     END-IF
003793     DISPLAY "Host: " HD-NAME "  Floor: " HD-FLOOR
003794     MOVE HD-HOST-ID TO PR-HOST-ID
003795     MOVE HD-NAME TO PR-HOST-NAME
003796     MOVE 'Y' TO WS-HOST-GOOD-SW.
003797 4600-EXIT.
003798     EXIT.
003799
003800*----------------------------------------------------------------
003801* 5000-DELETE-PREREG - DELETE ONE EXPECTED VISIT AFTER SHOWING
003802*                  THE RECORD AND CONFIRMING.  WITH THE FILE
003803*                  KEYED ON ID PLUS FIRST DATE, BOTH PICK THE
003804*                  RECORD - THE SAME VISITOR MAY HAVE OTHER
003810*                  VISITS ON FILE THAT STAY PUT.
003820*----------------------------------------------------------------
003830 5000-DELETE-PREREG.
003980     DISPLAY "From: " PR-FROM-DATE
003990         "  To: " PR-TO-DATE
004000         "  Days: " PR-WEEK-PATTERN
004010     DISPLAY "Host: " PR-HOST-ID " " PR-HOST-NAME
004020     DISPLAY "Delete this entry? (Y/N): "
004030     ACCEPT WS-CONFIRM-SW FROM KEYBOARD
004040     IF NOT CHANGE-CONFIRMED
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
004280*----------------------------------------------------------------
004290 9000-TERMINATE.
004300     CLOSE PreRegFile
004301     IF HOST-DIR-AVAILABLE
004302         CLOSE HostDirFile
004303     END-IF.
004310 9000-EXIT.
004320     EXIT.
