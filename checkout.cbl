000310*                  FOLDS THE STREAMS BACK TOGETHER.  A MISSING
000320*                  VISTLOG NO LONGER ENDS THE RUN - THE ARRIVAL
000330*                  MAY SIT IN AN UNMERGED CAPTURE STREAM.
000331* 2026-10-15  RCM  TAKE BACK THE VISITOR BADGE AT SIGN-OUT.  ANY
000332*                  BADGE ON THE BADGE STOCK (BADGSTK) ISSUED TO
000333*                  THE DEPARTING VISITOR IS OFFERED FOR RETURN;
000334*                  A CONFIRMED RETURN PUTS IT BACK IN STOCK WITH
000335*                  THE RETURN DATE/TIME, AN UNCONFIRMED ONE STAYS
000336*                  ISSUED FOR THE UNRETURNED BADGE REPORT.
000337* 2026-10-15  RCM  PARTY SIGN-OUT.  WHEN THE VISITOR'S OPEN
000338*                  ARRIVAL CARRIES A PARTY ID THE OPERATOR MAY
000339*                  SIGN OUT THE WHOLE PARTY OR JUST THIS MEMBER.
000340*                  FOR THE WHOLE PARTY THE STREAMS ARE SCANNED
000341*                  AGAIN FOR EVERY MEMBER ARRIVING UNDER THAT
000342*                  PARTY ID AND THEN FOR EACH MEMBER'S LATEST
000343*                  ARRIVAL AND DEPARTURE, AND EVERY MEMBER STILL
000344*                  ON SITE GETS A DEPARTURE RECORD AND THE BADGE
000345*                  RETURN.  DEPARTURE RECORDS CARRY THE PARTY ID
000346*                  OF THE ARRIVAL THEY CLOSE.  THE VISITOR LOG
000347*                  RECORD GREW BY THE PARTY ID, SO THE CAPTURE
000348*                  RECORD GREW WITH IT.
000349*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000510         ORGANIZATION LINE SEQUENTIAL
000520         FILE STATUS IS WS-TERM-STATUS.
000530
000531     SELECT BadgeFile ASSIGN TO "BADGSTK"
000532         ORGANIZATION INDEXED
000533         ACCESS MODE IS DYNAMIC
000534         RECORD KEY IS BDG-BADGE-NO
000535         ALTERNATE RECORD KEY IS BDG-VISITOR-ID
000536             WITH DUPLICATES
000537         FILE STATUS IS WS-BADGE-STATUS.
000538
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  VisitorLog.
000580     COPY VisitorLogRecord.
000590
000600 FD  CaptureFile.
000610 01  CAPTURE-RECORD                  PIC X(132).
000620
000630 FD  TermList.
000640 01  TERM-RECORD.
000650     05  TERM-ID                     PIC X(08).
000652
000654 FD  BadgeFile.
000656 01  BADGE-STOCK-RECORD.
000658     COPY BadgeStockRecord.
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-LOG-STATUS                   PIC X(02).
000790     88  TERM-FILE-NOT-FOUND             VALUE "35".
000800     88  TERM-AT-END                     VALUE "10".
000810
000811 01  WS-BADGE-STATUS                 PIC X(02).
000812     88  BADGE-OK                        VALUE "00".
000813     88  BADGE-FILE-NOT-FOUND            VALUE "35".
000814
000820 01  WS-CURRENT-DATE-TIME.
000830     05  WS-CURRENT-DATE             PIC X(08).
000840     05  WS-CURRENT-TIME             PIC X(08).
000920 01  WS-SEARCH-KEYS.
000930     05  WS-SRCH-VISITOR-ID          PIC X(08).
000940     05  WS-SRCH-NAME                PIC X(40).
000941     05  WS-SRCH-PARTY-ID            PIC X(08).
000950
000960 01  WS-ARRIVAL-DATA.
000970     05  WS-ARR-VISITOR-ID           PIC X(08).
000980     05  WS-ARR-NAME                 PIC X(40).
000990     05  WS-ARR-DEPARTMENT           PIC X(20).
001000     05  WS-ARR-PURPOSE              PIC X(30).
001001     05  WS-ARR-PARTY-ID             PIC X(08).
001010
001020 01  WS-STAMPS.
001030     05  WS-THIS-STAMP               PIC X(16).
001180 01  WS-TERM-FOUND-SW                PIC X(01) VALUE 'N'.
001190     88  TERMINAL-TABLED                 VALUE 'Y'.
001200
001201*----------------------------------------------------------------
001202* PARTY SIGN-OUT.  ONE ENTRY PER MEMBER ARRIVING UNDER THE PARTY
001203* ID, MATCHED ON VISITOR ID (OR ON NAME WHEN THERE IS NO ID), WITH
001204* THE MEMBER'S LATEST ARRIVAL AND DEPARTURE.
001205*----------------------------------------------------------------
001206 77  WS-MEMBER-MAX                   COMP PIC 9(03) VALUE 20.
001207
001208 01  WS-MEMBER-TABLE.
001209     05  WS-MEMBER-COUNT             COMP PIC 9(03) VALUE ZERO.
001210     05  WS-MEMBER-ENTRY             OCCURS 20 TIMES.
001211         10  WS-MB-ARR-STAMP         PIC X(16).
001212         10  WS-MB-OUT-STAMP         PIC X(16).
001213         10  WS-MB-VISITOR-ID        PIC X(08).
001214         10  WS-MB-NAME              PIC X(40).
001215         10  WS-MB-DEPARTMENT        PIC X(20).
001216         10  WS-MB-PURPOSE           PIC X(30).
001217         10  WS-MB-PARTY-ID          PIC X(08).
001218
001219 01  WS-MEMBER-SUB                   COMP PIC 9(03) VALUE ZERO.
001220 01  WS-FOUND-SUB                    COMP PIC 9(03) VALUE ZERO.
001221 01  WS-SIGNED-OUT-COUNT             COMP PIC 9(03) VALUE ZERO.
001222 01  WS-COUNT-DISPLAY                PIC ZZ9.
001223
001224 01  WS-SWITCHES.
001225     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001230         88  LOG-AT-EOF                  VALUE 'Y'.
001240     05  WS-CAP-EOF-SW               PIC X(01) VALUE 'N'.
001250         88  CAP-AT-EOF                  VALUE 'Y'.
001310         88  RECORD-MATCHES              VALUE 'Y'.
001320     05  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001330         88  ABORT-RUN                   VALUE 'Y'.
001331     05  WS-BADGE-SCAN-SW            PIC X(01) VALUE 'N'.
001332         88  BADGE-SCAN-DONE             VALUE 'Y'.
001333     05  WS-CONFIRM-SW               PIC X(01) VALUE 'N'.
001334         88  CHANGE-CONFIRMED            VALUE 'Y' 'y'.
001335     05  WS-SCAN-MODE-SW             PIC X(01) VALUE 'V'.
001336         88  SCANNING-VISITOR            VALUE 'V'.
001337         88  GATHERING-PARTY             VALUE 'P'.
001338         88  SCANNING-MEMBERS            VALUE 'M'.
001340
001350 01  SIGNON-AREA EXTERNAL.
001360     COPY SignOnArea.
001420         PERFORM 2000-SCAN-LOG THRU 2000-EXIT
001430             UNTIL LOG-AT-EOF
001440         PERFORM 2500-SCAN-CAPTURES THRU 2500-EXIT
001441         PERFORM 2700-OFFER-PARTY THRU 2700-EXIT
001442         IF SCANNING-MEMBERS
001443             PERFORM 3500-SIGN-OUT-PARTY THRU 3500-EXIT
001444         ELSE
001450             PERFORM 3000-SIGN-OUT THRU 3000-EXIT
001451         END-IF
001460     END-IF
001470     GOBACK.
001480
001590     MOVE 'N' TO WS-LOG-OPEN-SW
001600     MOVE 'N' TO WS-OPEN-VISIT-SW
001610     MOVE 'N' TO WS-ABORT-SW
001611     MOVE 'V' TO WS-SCAN-MODE-SW
001612     MOVE SPACES TO WS-ARR-PARTY-ID
001620     MOVE LOW-VALUES TO WS-LAST-ARR-STAMP
001630     MOVE LOW-VALUES TO WS-LAST-OUT-STAMP
001640     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003310*                  LATEST ARRIVAL AND THE LATEST DEPARTURE BY
003320*                  TIMESTAMP - THE RECORDS MAY ARRIVE FROM
003330*                  SEVERAL FILES IN ANY ORDER, SO FILE ORDER
003340*                  PROVES NOTHING.  ON THE PARTY RESCANS THE
003341*                  RECORD GOES TO THE PARTY PARAGRAPHS INSTEAD.
003350*----------------------------------------------------------------
003360 2050-EVALUATE-RECORD.
003370     IF VLOG-DATE NOT = WS-CURRENT-DATE
003371         GO TO 2050-EXIT
003372     END-IF
003373     IF GATHERING-PARTY
003374         PERFORM 2300-GATHER-MEMBER THRU 2300-EXIT
003375         GO TO 2050-EXIT
003376     END-IF
003377     IF SCANNING-MEMBERS
003378         PERFORM 2400-TRACK-MEMBER THRU 2400-EXIT
003380         GO TO 2050-EXIT
003390     END-IF
003400     PERFORM 2200-MATCH-RECORD THRU 2200-EXIT
003560             MOVE VLOG-NAME TO WS-ARR-NAME
003570             MOVE VLOG-DEPARTMENT TO WS-ARR-DEPARTMENT
003580             MOVE VLOG-PURPOSE TO WS-ARR-PURPOSE
003581             MOVE VLOG-PARTY-ID TO WS-ARR-PARTY-ID
003590         END-IF
003600     END-IF.
003610 2050-EXIT.
003890         END-IF
003900     END-IF.
003910 2200-EXIT.
003911     EXIT.
003912
003913*----------------------------------------------------------------
003914* 2300-GATHER-MEMBER - TABLE THE VISITOR ON AN ARRIVAL RECORD
003915*                  CARRYING THE PARTY ID BEING SIGNED OUT, ONCE
003916*                  PER MEMBER.
003917*----------------------------------------------------------------
003918 2300-GATHER-MEMBER.
003919     IF VLOG-GREETING-TYPE = "OUT "
003920         OR VLOG-PARTY-ID NOT = WS-SRCH-PARTY-ID
003921         GO TO 2300-EXIT
003922     END-IF
003923     PERFORM 2410-FIND-MEMBER THRU 2410-EXIT
003924     IF WS-FOUND-SUB > ZERO
003925         GO TO 2300-EXIT
003926     END-IF
003927     IF WS-MEMBER-COUNT NOT < WS-MEMBER-MAX
003928         DISPLAY "CheckOut: party larger than the member "
003929             "table - " VLOG-NAME " must sign out alone."
003930         GO TO 2300-EXIT
003931     END-IF
003932     ADD 1 TO WS-MEMBER-COUNT
003933     MOVE LOW-VALUES TO WS-MB-ARR-STAMP (WS-MEMBER-COUNT)
003934     MOVE LOW-VALUES TO WS-MB-OUT-STAMP (WS-MEMBER-COUNT)
003935     MOVE VLOG-VISITOR-ID TO WS-MB-VISITOR-ID (WS-MEMBER-COUNT)
003936     MOVE VLOG-NAME TO WS-MB-NAME (WS-MEMBER-COUNT).
003937 2300-EXIT.
003938     EXIT.
003939
003940*----------------------------------------------------------------
003941* 2400-TRACK-MEMBER - ROLL ANY RECORD FOR A TABLED MEMBER INTO
003942*                  THE MEMBER'S LATEST ARRIVAL AND DEPARTURE,
003943*                  WHATEVER PARTY ID IT CARRIES - A DEPARTURE
003944*                  WRITTEN BY THE END-OF-DAY SWEEP CARRIES NONE.
003945*----------------------------------------------------------------
003946 2400-TRACK-MEMBER.
003947     PERFORM 2410-FIND-MEMBER THRU 2410-EXIT
003948     IF WS-FOUND-SUB = ZERO
003949         GO TO 2400-EXIT
003950     END-IF
003951     MOVE SPACES TO WS-THIS-STAMP
003952     STRING VLOG-DATE DELIMITED BY SIZE
003953         VLOG-TIME DELIMITED BY SIZE
003954         INTO WS-THIS-STAMP
003955     IF VLOG-GREETING-TYPE = "OUT "
003956         IF WS-THIS-STAMP > WS-MB-OUT-STAMP (WS-FOUND-SUB)
003957             MOVE WS-THIS-STAMP TO WS-MB-OUT-STAMP (WS-FOUND-SUB)
003958         END-IF
003959     ELSE
003960         IF WS-THIS-STAMP > WS-MB-ARR-STAMP (WS-FOUND-SUB)
003961             MOVE WS-THIS-STAMP TO WS-MB-ARR-STAMP (WS-FOUND-SUB)
003962             MOVE VLOG-NAME TO WS-MB-NAME (WS-FOUND-SUB)
003963             MOVE VLOG-DEPARTMENT
003964                 TO WS-MB-DEPARTMENT (WS-FOUND-SUB)
003965             MOVE VLOG-PURPOSE TO WS-MB-PURPOSE (WS-FOUND-SUB)
003966             MOVE VLOG-PARTY-ID TO WS-MB-PARTY-ID (WS-FOUND-SUB)
003967         END-IF
003968     END-IF.
003969 2400-EXIT.
003970     EXIT.
003971
003972*----------------------------------------------------------------
003973* 2410-FIND-MEMBER - LOOK FOR THE MEMBER ENTRY OF THE VISITOR ON
003974*                  THE CURRENT LOG RECORD.
003975*----------------------------------------------------------------
003976 2410-FIND-MEMBER.
003977     MOVE ZERO TO WS-FOUND-SUB
003978     MOVE 1 TO WS-MEMBER-SUB
003979     PERFORM 2420-MATCH-MEMBER THRU 2420-EXIT
003980         UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
003981             OR WS-FOUND-SUB > ZERO.
003982 2410-EXIT.
003983     EXIT.
003984
003985*----------------------------------------------------------------
003986* 2420-MATCH-MEMBER - COMPARE ONE MEMBER ENTRY AGAINST THE CURRENT
003987*                  LOG RECORD: ON VISITOR ID WHEN THE RECORD
003988*                  CARRIES ONE, OTHERWISE ON THE NAME OF A MEMBER
003989*                  WITH NO ID.
003990*----------------------------------------------------------------
003991 2420-MATCH-MEMBER.
003992     IF VLOG-VISITOR-ID NOT = SPACES
003993         IF WS-MB-VISITOR-ID (WS-MEMBER-SUB) = VLOG-VISITOR-ID
003994             MOVE WS-MEMBER-SUB TO WS-FOUND-SUB
003995         END-IF
003996     ELSE
003997         IF WS-MB-NAME (WS-MEMBER-SUB) = VLOG-NAME
003998             AND WS-MB-VISITOR-ID (WS-MEMBER-SUB) = SPACES
003999             MOVE WS-MEMBER-SUB TO WS-FOUND-SUB
004000         END-IF
004001     END-IF
004002     IF WS-FOUND-SUB = ZERO
004003         ADD 1 TO WS-MEMBER-SUB
004004     END-IF.
004005 2420-EXIT.
004006     EXIT.
004007
004008*----------------------------------------------------------------
004009* 2500-SCAN-CAPTURES - RUN EVERY TERMINAL'S UNMERGED CAPTURE
004010*                  STREAM THROUGH THE SAME MATCH AS THE MERGED
004011*                  LOG.
004012*----------------------------------------------------------------
004013 2500-SCAN-CAPTURES.
004014     IF LOG-WAS-OPEN
004015         CLOSE VisitorLog
004020         MOVE 'N' TO WS-LOG-OPEN-SW
004030     END-IF
004040     MOVE 1 TO WS-TERM-SUB
004570     EXIT.
004580
004590*----------------------------------------------------------------
004591* 2700-OFFER-PARTY - WHEN THE OPEN ARRIVAL BEING SIGNED OUT CAME
004592*                  IN WITH A PARTY, ASK WHETHER THE WHOLE PARTY
004593*                  IS LEAVING.  IF IT IS, SCAN THE STREAMS AGAIN:
004594*                  ONCE TO TABLE EVERY MEMBER WHO ARRIVED UNDER
004595*                  THE PARTY ID, THEN ONCE FOR EACH MEMBER'S
004596*                  LATEST ARRIVAL AND DEPARTURE.
004597*----------------------------------------------------------------
004598 2700-OFFER-PARTY.
004599     IF WS-LAST-ARR-STAMP = LOW-VALUES
004600         OR WS-LAST-ARR-STAMP NOT > WS-LAST-OUT-STAMP
004601         OR WS-ARR-PARTY-ID = SPACES
004602         GO TO 2700-EXIT
004603     END-IF
004604     DISPLAY "This visitor arrived with party "
004605         WS-ARR-PARTY-ID "."
004606     DISPLAY "Sign out the whole party? (Y/N): "
004607     MOVE 'N' TO WS-CONFIRM-SW
004608     ACCEPT WS-CONFIRM-SW FROM KEYBOARD
004609     IF NOT CHANGE-CONFIRMED
004610         GO TO 2700-EXIT
004611     END-IF
004612     MOVE WS-ARR-PARTY-ID TO WS-SRCH-PARTY-ID
004613     MOVE ZERO TO WS-MEMBER-COUNT
004614     MOVE 'P' TO WS-SCAN-MODE-SW
004615     PERFORM 2750-RESCAN-STREAMS THRU 2750-EXIT
004616     MOVE 'M' TO WS-SCAN-MODE-SW
004617     PERFORM 2750-RESCAN-STREAMS THRU 2750-EXIT.
004618 2700-EXIT.
004619     EXIT.
004620
004621*----------------------------------------------------------------
004622* 2750-RESCAN-STREAMS - RUN THE MERGED LOG AND EVERY CAPTURE
004623*                  STREAM THROUGH THE EVALUATION AGAIN, IN THE
004624*                  CURRENT SCAN MODE.
004625*----------------------------------------------------------------
004626 2750-RESCAN-STREAMS.
004627     MOVE 'N' TO WS-EOF-SW
004628     OPEN INPUT VisitorLog
004629     IF LOG-OK
004630         MOVE 'Y' TO WS-LOG-OPEN-SW
004631         PERFORM 2100-READ-LOG THRU 2100-EXIT
004632         PERFORM 2000-SCAN-LOG THRU 2000-EXIT
004633             UNTIL LOG-AT-EOF
004634     END-IF
004635     PERFORM 2500-SCAN-CAPTURES THRU 2500-EXIT.
004636 2750-EXIT.
004637     EXIT.
004638
004639*----------------------------------------------------------------
004640* 3000-SIGN-OUT - WHEN THE LATEST ARRIVAL IS NEWER THAN THE
004641*                  LATEST DEPARTURE, THE VISIT IS OPEN: APPEND
004642*                  THE DEPARTURE (OUT) RECORD, CARRYING THE SAME
004643*                  VISITOR DATA AS THE ARRIVAL IT CLOSES, TO
004644*                  THIS TERMINAL'S CAPTURE FILE.  A PARTY MEMBER
004645*                  SIGNING OUT ALONE COMES THROUGH HERE TOO.
004650*----------------------------------------------------------------
004660 3000-SIGN-OUT.
004670     IF WS-LAST-ARR-STAMP NOT = LOW-VALUES
004760             CLOSE CaptureFile
004770             OPEN EXTEND CaptureFile
004780         END-IF
004790         PERFORM 3600-WRITE-DEPARTURE THRU 3600-EXIT
004900         CLOSE CaptureFile
004910         DISPLAY "Goodbye, " WS-ARR-NAME
004911         PERFORM 3100-RETURN-BADGE THRU 3100-EXIT
004920     ELSE
004930         DISPLAY "No open visit on today's log for that "
004940             "visitor."
004950     END-IF.
004960 3000-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000* 3100-RETURN-BADGE - OFFER BACK EVERY BADGE STILL ISSUED TO THE
005010*                  DEPARTING VISITOR.  THE BADGES ARE FOUND
005020*                  THROUGH THE VISITOR-ID KEY; A VISITOR WITH NO
005030*                  ID IS MATCHED ON NAME AMONG THE BLANK-ID
005040*                  BADGES.  NO BADGE STOCK ON FILE MEANS BADGES
005050*                  ARE NOT TRACKED.
005060*----------------------------------------------------------------
005070 3100-RETURN-BADGE.
005080     OPEN I-O BadgeFile
005090     IF NOT BADGE-OK
005100         IF NOT BADGE-FILE-NOT-FOUND
005110             DISPLAY "CheckOut: BADGSTK open failed, "
005120                 "file status " WS-BADGE-STATUS
005130         END-IF
005140         GO TO 3100-EXIT
005150     END-IF
005160     MOVE 'N' TO WS-BADGE-SCAN-SW
005170     MOVE WS-ARR-VISITOR-ID TO BDG-VISITOR-ID
005180     START BadgeFile KEY IS EQUAL TO BDG-VISITOR-ID
005190         INVALID KEY
005200             MOVE 'Y' TO WS-BADGE-SCAN-SW
005210     END-START
005220     PERFORM 3110-CHECK-BADGE THRU 3110-EXIT
005230         UNTIL BADGE-SCAN-DONE
005240     CLOSE BadgeFile.
005250 3100-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------
005290* 3110-CHECK-BADGE - READ THE NEXT BADGE FOR THIS VISITOR ID AND,
005300*                  WHEN IT IS STILL ISSUED TO THIS VISITOR, ASK
005310*                  WHETHER IT WAS HANDED BACK.
005320*----------------------------------------------------------------
005330 3110-CHECK-BADGE.
005340     READ BadgeFile NEXT RECORD
005350         AT END
005360             MOVE 'Y' TO WS-BADGE-SCAN-SW
005370             GO TO 3110-EXIT
005380     END-READ
005390     IF BDG-VISITOR-ID NOT = WS-ARR-VISITOR-ID
005400         MOVE 'Y' TO WS-BADGE-SCAN-SW
005410         GO TO 3110-EXIT
005420     END-IF
005430     IF BDG-STATUS NOT = 'I'
005440         OR BDG-VISITOR-NAME NOT = WS-ARR-NAME
005450         GO TO 3110-EXIT
005460     END-IF
005470     DISPLAY "Badge " BDG-BADGE-NO " handed back? (Y/N): "
005480     ACCEPT WS-CONFIRM-SW FROM KEYBOARD
005490     IF NOT CHANGE-CONFIRMED
005500         DISPLAY "Badge " BDG-BADGE-NO " is still out - "
005510             "report it to the lobby supervisor."
005520         GO TO 3110-EXIT
005530     END-IF
005540     MOVE 'A' TO BDG-STATUS
005550     MOVE WS-CURRENT-DATE TO BDG-RETURN-DATE
005560     MOVE WS-CURRENT-TIME TO BDG-RETURN-TIME
005570     REWRITE BADGE-STOCK-RECORD
005580         INVALID KEY
005590             DISPLAY "CheckOut: badge return failed for "
005600                 BDG-BADGE-NO ", file status " WS-BADGE-STATUS
005610         NOT INVALID KEY
005620             DISPLAY "Badge " BDG-BADGE-NO " returned to stock."
005630     END-REWRITE.
005640 3110-EXIT.
005650     EXIT.
005660
007110*----------------------------------------------------------------
007120* 3500-SIGN-OUT-PARTY - APPEND A DEPARTURE RECORD FOR EVERY
007130*                  MEMBER OF THE PARTY STILL ON SITE TO THIS
007140*                  TERMINAL'S CAPTURE FILE AND TAKE BACK EACH
007150*                  ONE'S BADGE.
007160*----------------------------------------------------------------
007170 3500-SIGN-OUT-PARTY.
007180     MOVE ZERO TO WS-SIGNED-OUT-COUNT
007190     MOVE WS-CAPTURE-NAME TO WS-SCAN-NAME
007200     OPEN EXTEND CaptureFile
007210     IF CAP-FILE-NOT-FOUND
007220         OPEN OUTPUT CaptureFile
007230         CLOSE CaptureFile
007240         OPEN EXTEND CaptureFile
007250     END-IF
007260     MOVE 1 TO WS-MEMBER-SUB
007270     PERFORM 3510-SIGN-OUT-MEMBER THRU 3510-EXIT
007280         UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
007290     CLOSE CaptureFile
007300     MOVE WS-SIGNED-OUT-COUNT TO WS-COUNT-DISPLAY
007310     DISPLAY "Party " WS-SRCH-PARTY-ID " signed out: "
007320         WS-COUNT-DISPLAY " visitor(s)."
007330     MOVE 1 TO WS-MEMBER-SUB
007340     PERFORM 3520-RETURN-MEMBER-BADGE THRU 3520-EXIT
007350         UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT.
007360 3500-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------
007400* 3510-SIGN-OUT-MEMBER - SIGN OUT ONE MEMBER WHOSE LATEST ARRIVAL
007410*                  IS STILL OPEN AND WAS UNDER THIS PARTY - A
007420*                  MEMBER WHO LEFT EARLIER, OR CAME BACK LATER ON
007430*                  THEIR OWN, IS LEFT ALONE.
007440*----------------------------------------------------------------
007450 3510-SIGN-OUT-MEMBER.
007460     IF WS-MB-ARR-STAMP (WS-MEMBER-SUB) = LOW-VALUES
007470         OR WS-MB-ARR-STAMP (WS-MEMBER-SUB)
007480             NOT > WS-MB-OUT-STAMP (WS-MEMBER-SUB)
007490         OR WS-MB-PARTY-ID (WS-MEMBER-SUB) NOT = WS-SRCH-PARTY-ID
007500         MOVE LOW-VALUES TO WS-MB-ARR-STAMP (WS-MEMBER-SUB)
007510         GO TO 3510-NEXT
007520     END-IF
007530     PERFORM 3530-LOAD-MEMBER THRU 3530-EXIT
007540     PERFORM 3600-WRITE-DEPARTURE THRU 3600-EXIT
007550     ADD 1 TO WS-SIGNED-OUT-COUNT
007560     DISPLAY "Goodbye, " WS-ARR-NAME.
007570 3510-NEXT.
007580     ADD 1 TO WS-MEMBER-SUB.
007590 3510-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------------
007630* 3520-RETURN-MEMBER-BADGE - OFFER BACK THE BADGES OF ONE MEMBER
007640*                  JUST SIGNED OUT.  A MEMBER PASSED OVER BY
007650*                  3510-SIGN-OUT-MEMBER HAD THE ARRIVAL STAMP
007660*                  CLEARED THERE.
007670*----------------------------------------------------------------
007680 3520-RETURN-MEMBER-BADGE.
007690     IF WS-MB-ARR-STAMP (WS-MEMBER-SUB) NOT = LOW-VALUES
007700         PERFORM 3530-LOAD-MEMBER THRU 3530-EXIT
007710         PERFORM 3100-RETURN-BADGE THRU 3100-EXIT
007720     END-IF
007730     ADD 1 TO WS-MEMBER-SUB.
007740 3520-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780* 3530-LOAD-MEMBER - MAKE THE CURRENT MEMBER THE VISITOR THE
007790*                  DEPARTURE AND BADGE PARAGRAPHS WORK ON.
007800*----------------------------------------------------------------
007810 3530-LOAD-MEMBER.
007820     MOVE WS-MB-VISITOR-ID (WS-MEMBER-SUB) TO WS-ARR-VISITOR-ID
007830     MOVE WS-MB-NAME (WS-MEMBER-SUB) TO WS-ARR-NAME
007840     MOVE WS-MB-DEPARTMENT (WS-MEMBER-SUB) TO WS-ARR-DEPARTMENT
007850     MOVE WS-MB-PURPOSE (WS-MEMBER-SUB) TO WS-ARR-PURPOSE
007860     MOVE WS-MB-PARTY-ID (WS-MEMBER-SUB) TO WS-ARR-PARTY-ID.
007870 3530-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------
007910* 3600-WRITE-DEPARTURE - WRITE ONE DEPARTURE (OUT) RECORD TO THE
007920*                  OPEN CAPTURE FILE, CARRYING THE VISITOR DATA
007930*                  AND PARTY ID OF THE ARRIVAL IT CLOSES.
007940*----------------------------------------------------------------
007950 3600-WRITE-DEPARTURE.
007960     ACCEPT WS-CURRENT-TIME FROM TIME
007970     MOVE SPACES TO VISITOR-LOG-RECORD
007980     MOVE WS-CURRENT-DATE TO VLOG-DATE
007990     MOVE WS-CURRENT-TIME TO VLOG-TIME
008000     MOVE "OUT " TO VLOG-GREETING-TYPE
008010     MOVE WS-ARR-VISITOR-ID TO VLOG-VISITOR-ID
008020     MOVE WS-ARR-NAME TO VLOG-NAME
008030     MOVE WS-ARR-DEPARTMENT TO VLOG-DEPARTMENT
008040     MOVE WS-ARR-PURPOSE TO VLOG-PURPOSE
008050     MOVE SPACE TO VLOG-PREREG-FLAG
008060     MOVE WS-ARR-PARTY-ID TO VLOG-PARTY-ID
008070     WRITE CAPTURE-RECORD FROM VISITOR-LOG-RECORD.
008080 3600-EXIT.
008090     EXIT.
