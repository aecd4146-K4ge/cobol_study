002100*                      PRINTS PEAK AND AVERAGE OCCUPANCY
002200*                      PER HOUR-OF-DAY PER DAY-OF-WEEK OVER
002300*                      THE PARM DATE RANGE.
002312*   2026-10-15  KAGE   DATES ON THE FACILITY CALENDAR
002325*                      (FACCAL) ARE LEFT OUT OF THE PROFILE:
002337*                      A CLOSED DAY'S STRAY CHECK-INS AND A
002350*                      SHORT-HOURS DAY'S THIN TRAFFIC WERE
002362*                      DRAGGING THE WEEKDAY AVERAGES DOWN.
002375*                      THE REPORT SAYS HOW MANY DATES WERE
002387*                      LEFT OUT.
002388*   2026-10-15  KAGE   CHKHIST IS 58 BYTES AND CARRIES THE
002390*                      SITE OF THE KIOSK. EACH SITE NOW
002391*                      KEEPS ITS OWN RUNNING OCCUPANCY AND
002393*                      THE REPORT PRINTS THE COMBINED
002395*                      PROFILE FOLLOWED BY ONE PROFILE PER
002396*                      SITE (NAMES FROM SITEMAST, BLANK
002398*                      SITE READS AS 01, UP TO 5 SITES).
002400*
002500* RUN PARAMETER.
002600*   YYYYMMDD,YYYYMMDD - FROM AND TO DATES INCLUSIVE.  ABSENT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REPORT-STATUS.
004600
004611     SELECT FACCAL-FILE ASSIGN TO "FACCAL"
004622         ORGANIZATION IS LINE SEQUENTIAL
004633         FILE STATUS IS WS-CAL-STATUS.
004644
004655     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
004666         ORGANIZATION IS LINE SEQUENTIAL
004677         FILE STATUS IS WS-SITE-STATUS.
004688
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CHK-HIST-FILE.
005000 01  CHK-HIST-RECORD         PIC X(58).
005100
005200 FD  CHK-SORTED-FILE.
005300 01  CHK-SORTED-RECORD.
006900         10 FILLER           PIC X(04).
007000     05 FILLER               PIC X(01).
007100     05 CS-TERMINAL          PIC X(04).
007120     05 FILLER               PIC X(01).
007140     05 CS-SITE              PIC X(02).
007160     05 FILLER               PIC X(01).
007180     05 CS-HOME-SITE         PIC X(02).
007200
007300 SD  CHK-SORT-WORK.
007400 01  CHK-SORT-RECORD.
007900         10 SW-DATE          PIC X(08).
008000         10 FILLER           PIC X(01).
008100         10 SW-TIME          PIC X(06).
008200         10 FILLER           PIC X(11).
008300
008400 FD  OCC-REPORT-FILE.
008500 01  OCC-REPORT-LINE         PIC X(80).
008520
008540 FD  FACCAL-FILE.
008560 01  FACCAL-RECORD.
008580     COPY FACCAL.
008584
008588 FD  SITE-MASTER-FILE.
008592 01  SITE-MASTER-RECORD.
008596     COPY SITE.
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-SWITCHES.
009500         88 WS-REPORT-OK     VALUE '00'.
009600     05 WS-DAY-SKIP-SW       PIC X(01) VALUE 'N'.
009700         88 DAY-OVERFLOWED   VALUE 'Y'.
009714     05 WS-CAL-STATUS        PIC X(02).
009728         88 WS-CAL-OK        VALUE '00'.
009742         88 WS-CAL-EOF       VALUE '10'.
009757         88 WS-CAL-NOT-FOUND VALUE '35'.
009771     05 WS-CAL-FOUND-SW      PIC X(01) VALUE 'N'.
009785         88 CALENDAR-DATE    VALUE 'Y'.
009787     05 WS-SITE-STATUS       PIC X(02).
009790         88 WS-SITE-OK       VALUE '00'.
009792         88 WS-SITE-EOF      VALUE '10'.
009795     05 WS-SITE-FOUND-SW     PIC X(01) VALUE 'N'.
009797         88 SITE-ROW-FOUND   VALUE 'Y'.
009800
009900 01  WS-PARM                 PIC X(17).
010000 01  WS-FROM-DATE            PIC X(08) VALUE '00000000'.
010400
010500*----------------------------------------------------------*
010600* ONE ROW PER DISTINCT DATE SEEN, EACH WITH THE PEAK        *
010700* CONCURRENT OCCUPANCY OBSERVED IN EACH OF ITS 24 HOURS,    *
010750* ALL SITES TOGETHER AND FOR EACH SITE ON ITS OWN.          *
010800* 100 DISTINCT DATES MATCHES THE ORPHCHK DAY-TABLE BOUND.   *
010900*----------------------------------------------------------*
011000 01  WS-DAY-TABLE.
011300         10 WS-DAY-DATE      PIC X(08).
011400         10 WS-DAY-HOUR      OCCURS 24 TIMES
011500                             PIC 9(05) COMP.
011525         10 WS-DAY-SITE      OCCURS 5 TIMES.
011550             15 WS-DAY-SITE-HOUR OCCURS 24 TIMES
011575                             PIC 9(05) COMP.
011600 77  WS-DAY-USED             PIC 9(03) COMP VALUE 0.
011700 77  WS-DAY-I                PIC 9(03) COMP.
011703
011706*----------------------------------------------------------*
011709* CLOSED AND SHORT-HOURS DATES IN THE RANGE, FROM THE       *
011712* FACILITY CALENDAR.  THE LAST DATE LOOKED UP IS HELD SO    *
011715* THE TABLE IS SEARCHED ONCE PER DATE, NOT PER RECORD.      *
011718*----------------------------------------------------------*
011721 01  WS-CAL-TABLE.
011724     05 WS-CAL-ENTRY OCCURS 200 TIMES
011727                     INDEXED BY WS-CAL-NDX.
011730         10 WS-CAL-DATE      PIC X(08).
011733 77  WS-CAL-USED             PIC 9(03) COMP VALUE 0.
011736 77  WS-CAL-I                PIC 9(03) COMP.
011739 77  WS-CAL-SKIP-DATES       PIC 9(03) COMP VALUE 0.
011742 77  WS-CAL-SKIP-COUNT       PIC 9(07) COMP VALUE 0.
011745 01  WS-CAL-LAST-DATE        PIC X(08) VALUE LOW-VALUES.
011748
011751*----------------------------------------------------------*
011754* ONE ROW PER CLUB: SITEMAST ROWS FIRST, THEN ANY SITE CODE *
011757* SEEN IN HISTORY THAT SITEMAST DOES NOT KNOW.  EACH ROW    *
011760* KEEPS ITS OWN RUNNING OCCUPANCY FOR THE DATE IN HAND.     *
011763*----------------------------------------------------------*
011766 01  WS-SITE-TABLE.
011769     05 WS-SITE-ENTRY OCCURS 5 TIMES
011772                      INDEXED BY WS-SITE-NDX.
011775         10 WS-SITE-CODE     PIC X(02).
011778         10 WS-SITE-NAME     PIC X(20).
011781         10 WS-SITE-RUN-OCC  PIC S9(05) COMP.
011784 77  WS-SITE-USED            PIC 9(03) COMP VALUE 0.
011787 77  WS-SITE-I               PIC 9(03) COMP.
011790 77  WS-REC-SITE-X           PIC 9(03) COMP.
011793 77  WS-PRINT-SITE           PIC 9(03) COMP.
011796 01  WS-REC-SITE             PIC X(02).
011800
011900*----------------------------------------------------------*
012000* THE 7 X 24 PROFILE GRID THE REPORT PRINTS FROM.           *
012500         10 WS-GRID-HOUR     OCCURS 24 TIMES.
012600             15 WS-GRID-PEAK PIC 9(05) COMP.
012700             15 WS-GRID-SUM  PIC 9(07) COMP.
012708
012716*----------------------------------------------------------*
012725* THE SAME GRID FOR EACH SITE.  A WEEKDAY'S DATE COUNT IS   *
012733* THE COMBINED ONE - A DATE A CLUB SAW NOBODY STILL COUNTS. *
012741*----------------------------------------------------------*
012750 01  WS-SITE-GRID-TABLE.
012758     05 WS-SG-SITE OCCURS 5 TIMES.
012766         10 WS-SG-DOW        OCCURS 7 TIMES.
012775             15 WS-SG-HOUR   OCCURS 24 TIMES.
012783                 20 WS-SG-PEAK PIC 9(05) COMP.
012791                 20 WS-SG-SUM  PIC 9(07) COMP.
012800
012900 01  WS-DOW-NAMES.
013000     05 FILLER               PIC X(09) VALUE 'SATURDAY '.
016100 77  WS-TRANS-COUNT          PIC 9(07) COMP VALUE 0.
016200 77  WS-RANGE-COUNT          PIC 9(07) COMP VALUE 0.
016300 01  WS-AVG-WORK             PIC 9(05)V9.
016303 01  WS-PEAK-WORK            PIC 9(05) COMP.
016306 01  WS-SUM-WORK             PIC 9(07) COMP.
016310 01  WS-HOUR-DISP            PIC 9(02).
016400 01  WS-COUNT-EDIT           PIC ZZZZZZ9.
016500
017400 PROCEDURE DIVISION.
017500 0000-MAINLINE.
017600     PERFORM 1000-GET-PARM THRU 1000-EXIT.
017650     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
017675     PERFORM 1200-LOAD-SITES THRU 1200-EXIT.
017700     SORT CHK-SORT-WORK
017800         ON ASCENDING KEY SW-DATE
017900         ON ASCENDING KEY SW-TIME
021200 1000-EXIT.
021300     EXIT.
021400
021401*----------------------------------------------------------*
021402* 1100-LOAD-CALENDAR - THE FACILITY CALENDAR DATES INSIDE   *
021403* THE PARM RANGE.  NO CALENDAR FILE MEANS NO DATES TO LEAVE *
021404* OUT.                                                      *
021405*----------------------------------------------------------*
021407 1100-LOAD-CALENDAR.
021408     MOVE 0 TO WS-CAL-USED.
021409     OPEN INPUT FACCAL-FILE.
021410     IF WS-CAL-NOT-FOUND
021411         GO TO 1100-EXIT
021412     END-IF.
021414     IF NOT WS-CAL-OK
021415         DISPLAY "FACCAL OPEN FAILED, STATUS = "
021416             WS-CAL-STATUS
021417         MOVE 8 TO RETURN-CODE
021418         GOBACK
021420     END-IF.
021421     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
021422     PERFORM 1120-STORE-DATE THRU 1120-EXIT
021423         UNTIL WS-CAL-EOF.
021424     CLOSE FACCAL-FILE.
021425 1100-EXIT.
021427     EXIT.
021428
021429 1110-READ-CALENDAR.
021430     READ FACCAL-FILE.
021431 1110-EXIT.
021432     EXIT.
021434
021435 1120-STORE-DATE.
021436     IF NOT FC-TYPE-VALID
021437         OR FC-DATE < WS-FROM-DATE OR FC-DATE > WS-TO-DATE
021438         GO TO 1120-NEXT
021440     END-IF.
021441     IF WS-CAL-USED < 200
021442         ADD 1 TO WS-CAL-USED
021443         SET WS-CAL-NDX TO WS-CAL-USED
021444         MOVE FC-DATE TO WS-CAL-DATE (WS-CAL-NDX)
021445     ELSE
021447         DISPLAY "MORE THAN 200 CALENDAR DATES - " FC-DATE
021448             " NOT TABLED"
021449         IF RETURN-CODE < 4
021450             MOVE 4 TO RETURN-CODE
021451         END-IF
021452     END-IF.
021454 1120-NEXT.
021455     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
021456 1120-EXIT.
021457     EXIT.
021458
021460*----------------------------------------------------------*
021461* 1200-LOAD-SITES - THE CLUB NAMES FROM THE SITE MASTER.   *
021462* NO SITEMAST IS NOT AN ERROR - SITES ARE THEN TABLED AS    *
021463* THEY TURN UP IN HISTORY, WITH NO NAME.                    *
021464*----------------------------------------------------------*
021465 1200-LOAD-SITES.
021467     OPEN INPUT SITE-MASTER-FILE.
021468     IF NOT WS-SITE-OK
021469         GO TO 1200-EXIT
021470     END-IF.
021471     PERFORM 1210-READ-SITE THRU 1210-EXIT.
021472     PERFORM 1220-STORE-SITE THRU 1220-EXIT
021474         UNTIL WS-SITE-EOF.
021475     CLOSE SITE-MASTER-FILE.
021476 1200-EXIT.
021477     EXIT.
021478
021480 1210-READ-SITE.
021481     READ SITE-MASTER-FILE.
021482 1210-EXIT.
021483     EXIT.
021484
021485 1220-STORE-SITE.
021487     IF WS-SITE-USED < 5
021488         ADD 1 TO WS-SITE-USED
021489         SET WS-SITE-NDX TO WS-SITE-USED
021490         MOVE ST-SITE-CODE TO WS-SITE-CODE (WS-SITE-NDX)
021491         MOVE ST-SITE-NAME TO WS-SITE-NAME (WS-SITE-NDX)
021492         MOVE 0 TO WS-SITE-RUN-OCC (WS-SITE-NDX)
021494     END-IF.
021495     PERFORM 1210-READ-SITE THRU 1210-EXIT.
021496 1220-EXIT.
021497     EXIT.
021498
021500 2000-OPEN-FILES.
021600     OPEN INPUT CHK-SORTED-FILE.
021700     IF NOT WS-SORTED-OK
024200* TRANSACTION INHERIT THE OCCUPANCY CARRIED INTO THEM.  AN  *
024300* OUT COUNTS THE LEAVER IN THE HOUR THEY LEFT (THEY WERE    *
024400* HERE) BEFORE THE RUNNING COUNT DROPS, AND A STRAY OUT     *
024500* WITH NOBODY IN CANNOT DRIVE THE COUNT NEGATIVE.  THE      *
024533* RECORD'S OWN SITE KEEPS A RUNNING COUNT THE SAME WAY, AND *
024566* EVERY SITE'S COUNT IS A PEAK CANDIDATE FOR THE HOUR.      *
024600*----------------------------------------------------------*
024700 3000-WALK-RECORD.
024800     ADD 1 TO WS-TRANS-COUNT.
025000         GO TO 3000-NEXT
025100     END-IF.
025200     ADD 1 TO WS-RANGE-COUNT.
025212     IF CS-DATE NOT = WS-CAL-LAST-DATE
025225         PERFORM 3050-CHECK-CALENDAR THRU 3050-EXIT
025237     END-IF.
025250     IF CALENDAR-DATE
025262         ADD 1 TO WS-CAL-SKIP-COUNT
025275         GO TO 3000-NEXT
025287     END-IF.
025300     IF CS-DATE NOT = WS-CURR-DATE
025400         PERFORM 3500-CLOSE-DATE THRU 3500-EXIT
025500         PERFORM 3600-OPEN-DATE THRU 3600-EXIT
026200         MOVE 23 TO WS-THIS-HOUR
026300     END-IF.
026400     PERFORM 3100-FILL-IDLE-HOURS THRU 3100-EXIT.
026450     PERFORM 3700-FIND-SITE THRU 3700-EXIT.
026500     IF CS-TYPE-IN
026600         ADD 1 TO WS-RUN-OCC
026625         IF WS-REC-SITE-X > 0
026650             ADD 1 TO WS-SITE-RUN-OCC (WS-REC-SITE-X)
026675         END-IF
026700     END-IF.
026800     ADD 1 TO WS-THIS-HOUR.
026900     IF WS-RUN-OCC >
027100         MOVE WS-RUN-OCC
027200             TO WS-DAY-HOUR (WS-DAY-NDX, WS-THIS-HOUR)
027300     END-IF.
027320     MOVE WS-THIS-HOUR TO WS-FILL-HOUR.
027340     PERFORM 3150-SITE-PEAKS THRU 3150-EXIT
027360         VARYING WS-SITE-I FROM 1 BY 1
027380         UNTIL WS-SITE-I > WS-SITE-USED.
027400     SUBTRACT 1 FROM WS-THIS-HOUR.
027500     IF CS-TYPE-OUT AND WS-RUN-OCC > 0
027600         SUBTRACT 1 FROM WS-RUN-OCC
027616     END-IF.
027633     IF CS-TYPE-OUT AND WS-REC-SITE-X > 0
027650         IF WS-SITE-RUN-OCC (WS-REC-SITE-X) > 0
027666             SUBTRACT 1 FROM WS-SITE-RUN-OCC (WS-REC-SITE-X)
027683         END-IF
027700     END-IF.
027800     MOVE WS-THIS-HOUR TO WS-LAST-HOUR.
027900 3000-NEXT.
028000     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
028100 3000-EXIT.
028104     EXIT.
028108
028112*----------------------------------------------------------*
028116* 3050-CHECK-CALENDAR - FIRST RECORD OF A NEW DATE: IS IT   *
028120* A CLOSED OR SHORT-HOURS DATE?                             *
028124*----------------------------------------------------------*
028128 3050-CHECK-CALENDAR.
028132     MOVE CS-DATE TO WS-CAL-LAST-DATE.
028136     MOVE 'N' TO WS-CAL-FOUND-SW.
028140     PERFORM 3060-CHECK-ONE THRU 3060-EXIT
028144         VARYING WS-CAL-I FROM 1 BY 1
028148         UNTIL CALENDAR-DATE OR WS-CAL-I > WS-CAL-USED.
028152     IF CALENDAR-DATE
028156         ADD 1 TO WS-CAL-SKIP-DATES
028160     END-IF.
028164 3050-EXIT.
028168     EXIT.
028172
028176 3060-CHECK-ONE.
028180     SET WS-CAL-NDX TO WS-CAL-I.
028184     IF WS-CAL-DATE (WS-CAL-NDX) = CS-DATE
028188         MOVE 'Y' TO WS-CAL-FOUND-SW
028192     END-IF.
028196 3060-EXIT.
028200     EXIT.
028300
028400*----------------------------------------------------------*
030200         MOVE WS-RUN-OCC
030300             TO WS-DAY-HOUR (WS-DAY-NDX, WS-FILL-HOUR)
030400     END-IF.
030425     PERFORM 3150-SITE-PEAKS THRU 3150-EXIT
030450         VARYING WS-SITE-I FROM 1 BY 1
030475         UNTIL WS-SITE-I > WS-SITE-USED.
030500     ADD 1 TO WS-FILL-HOUR.
030600 3110-EXIT.
030605     EXIT.
030611
030617*----------------------------------------------------------*
030623* 3150-SITE-PEAKS - ONE SITE'S RUNNING COUNT AS ITS PEAK    *
030629* CANDIDATE FOR THE HOUR IN WS-FILL-HOUR.                   *
030635*----------------------------------------------------------*
030641 3150-SITE-PEAKS.
030647     SET WS-SITE-NDX TO WS-SITE-I.
030652     IF WS-SITE-RUN-OCC (WS-SITE-NDX) >
030658             WS-DAY-SITE-HOUR (WS-DAY-NDX, WS-SITE-I,
030664                               WS-FILL-HOUR)
030670         MOVE WS-SITE-RUN-OCC (WS-SITE-NDX)
030676             TO WS-DAY-SITE-HOUR (WS-DAY-NDX, WS-SITE-I,
030682                                  WS-FILL-HOUR)
030688     END-IF.
030694 3150-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------*
032500     END-IF.
032600 3500-RESET.
032700     MOVE 0 TO WS-RUN-OCC.
032725     PERFORM 3520-RESET-SITE THRU 3520-EXIT
032750         VARYING WS-SITE-I FROM 1 BY 1
032775         UNTIL WS-SITE-I > WS-SITE-USED.
032800     MOVE -1 TO WS-LAST-HOUR.
032900 3500-EXIT.
033000     EXIT.
033400         MOVE WS-RUN-OCC
033500             TO WS-DAY-HOUR (WS-DAY-NDX, WS-FILL-HOUR)
033600     END-IF.
033625     PERFORM 3150-SITE-PEAKS THRU 3150-EXIT
033650         VARYING WS-SITE-I FROM 1 BY 1
033675         UNTIL WS-SITE-I > WS-SITE-USED.
033700     ADD 1 TO WS-FILL-HOUR.
033800 3510-EXIT.
033814     EXIT.
033828
033842 3520-RESET-SITE.
033857     SET WS-SITE-NDX TO WS-SITE-I.
033871     MOVE 0 TO WS-SITE-RUN-OCC (WS-SITE-NDX).
033885 3520-EXIT.
033900     EXIT.
034000
034100*----------------------------------------------------------*
036600
036700 3610-ZERO-HOURS.
036800     MOVE 0 TO WS-DAY-HOUR (WS-DAY-NDX, WS-HOUR-I).
036833     PERFORM 3620-ZERO-SITE-HOUR THRU 3620-EXIT
036866         VARYING WS-SITE-I FROM 1 BY 1 UNTIL WS-SITE-I > 5.
036900 3610-EXIT.
036901     EXIT.
036903
036905 3620-ZERO-SITE-HOUR.
036907     MOVE 0
036909         TO WS-DAY-SITE-HOUR (WS-DAY-NDX, WS-SITE-I, WS-HOUR-I).
036911 3620-EXIT.
036912     EXIT.
036914
036916*----------------------------------------------------------*
036918* 3700-FIND-SITE - THE SITE ROW FOR THIS RECORD'S CLUB      *
036920* (BLANK IS 01) INTO WS-REC-SITE-X, ADDING ONE IF SITEMAST  *
036922* DID NOT HAVE IT.  PAST 5 SITES THE RECORD COUNTS IN THE   *
036924* COMBINED PROFILE ONLY (WS-REC-SITE-X ZERO) AND THE STEP   *
036925* ENDS RC 4.                                                *
036927*----------------------------------------------------------*
036929 3700-FIND-SITE.
036931     IF CS-SITE = SPACES
036933         MOVE '01' TO WS-REC-SITE
036935     ELSE
036937         MOVE CS-SITE TO WS-REC-SITE
036938     END-IF.
036940     MOVE 0 TO WS-REC-SITE-X.
036942     MOVE 'N' TO WS-SITE-FOUND-SW.
036944     PERFORM 3710-MATCH-SITE THRU 3710-EXIT
036946         VARYING WS-SITE-I FROM 1 BY 1
036948         UNTIL SITE-ROW-FOUND OR WS-SITE-I > WS-SITE-USED.
036950     IF SITE-ROW-FOUND
036951         GO TO 3700-EXIT
036953     END-IF.
036955     IF WS-SITE-USED < 5
036957         ADD 1 TO WS-SITE-USED
036959         SET WS-SITE-NDX TO WS-SITE-USED
036961         MOVE WS-REC-SITE TO WS-SITE-CODE (WS-SITE-NDX)
036962         MOVE SPACES TO WS-SITE-NAME (WS-SITE-NDX)
036964         MOVE 0 TO WS-SITE-RUN-OCC (WS-SITE-NDX)
036966         MOVE WS-SITE-USED TO WS-REC-SITE-X
036968     ELSE
036970         DISPLAY "MORE THAN 5 SITES - " WS-REC-SITE
036972             " NOT BROKEN OUT"
036974         IF RETURN-CODE < 4
036975             MOVE 4 TO RETURN-CODE
036977         END-IF
036979     END-IF.
036981 3700-EXIT.
036983     EXIT.
036985
036987 3710-MATCH-SITE.
036988     SET WS-SITE-NDX TO WS-SITE-I.
036990     IF WS-SITE-CODE (WS-SITE-NDX) = WS-REC-SITE
036992         MOVE 'Y' TO WS-SITE-FOUND-SW
036994         MOVE WS-SITE-I TO WS-REC-SITE-X
036996     END-IF.
036998 3710-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------*
037300* 4000-BUILD-GRID - ROLL THE PER-DATE HOURLY PEAKS UP INTO  *
037400* THE 7 X 24 DAY-OF-WEEK GRID: COUNT OF DATES PER WEEKDAY,  *
037500* SUM AND MAX OF EACH HOUR'S PEAK - COMBINED AND PER SITE.  *
037600*----------------------------------------------------------*
037700 4000-BUILD-GRID.
037800     PERFORM 4050-ZERO-GRID THRU 4050-EXIT
039300 4060-ZERO-GRID-HOUR.
039400     MOVE 0 TO WS-GRID-PEAK (WS-DOW-I, WS-HOUR-I).
039500     MOVE 0 TO WS-GRID-SUM (WS-DOW-I, WS-HOUR-I).
039533     PERFORM 4070-ZERO-SITE-GRID THRU 4070-EXIT
039566         VARYING WS-SITE-I FROM 1 BY 1 UNTIL WS-SITE-I > 5.
039600 4060-EXIT.
039614     EXIT.
039628
039642 4070-ZERO-SITE-GRID.
039657     MOVE 0 TO WS-SG-PEAK (WS-SITE-I, WS-DOW-I, WS-HOUR-I).
039671     MOVE 0 TO WS-SG-SUM (WS-SITE-I, WS-DOW-I, WS-HOUR-I).
039685 4070-EXIT.
039700     EXIT.
039800
039900 4100-ROLL-UP-DATE.
041500         MOVE WS-DAY-HOUR (WS-DAY-NDX, WS-HOUR-I)
041600             TO WS-GRID-PEAK (WS-DOW-X, WS-HOUR-I)
041700     END-IF.
041725     PERFORM 4120-ROLL-UP-SITE THRU 4120-EXIT
041750         VARYING WS-SITE-I FROM 1 BY 1
041775         UNTIL WS-SITE-I > WS-SITE-USED.
041800 4110-EXIT.
041808     EXIT.
041816
041825 4120-ROLL-UP-SITE.
041833     ADD WS-DAY-SITE-HOUR (WS-DAY-NDX, WS-SITE-I, WS-HOUR-I)
041841         TO WS-SG-SUM (WS-SITE-I, WS-DOW-X, WS-HOUR-I).
041850     IF WS-DAY-SITE-HOUR (WS-DAY-NDX, WS-SITE-I, WS-HOUR-I) >
041858             WS-SG-PEAK (WS-SITE-I, WS-DOW-X, WS-HOUR-I)
041866         MOVE WS-DAY-SITE-HOUR (WS-DAY-NDX, WS-SITE-I, WS-HOUR-I)
041875             TO WS-SG-PEAK (WS-SITE-I, WS-DOW-X, WS-HOUR-I)
041883     END-IF.
041891 4120-EXIT.
041900     EXIT.
042000
042100*----------------------------------------------------------*
044300*----------------------------------------------------------*
044400* 5000-PRINT-PROFILE - ONE SECTION PER WEEKDAY, ONE LINE    *
044500* PER HOUR WITH ANY TRAFFIC: PEAK AND AVERAGE CONCURRENT    *
044566* OCCUPANCY OVER THE DATES OF THAT WEEKDAY IN RANGE.  ALL   *
044633* SITES COMBINED FIRST, THEN THE SAME PROFILE FOR EACH SITE. *
044700*----------------------------------------------------------*
045000 5000-PRINT-PROFILE.
045100     MOVE SPACES TO OCC-REPORT-LINE.
045500         WS-TO-DATE DELIMITED BY SIZE
045600         INTO OCC-REPORT-LINE.
045700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045710     IF WS-CAL-SKIP-DATES > 0
045720         MOVE WS-CAL-SKIP-DATES TO WS-COUNT-EDIT
045730         MOVE SPACES TO OCC-REPORT-LINE
045740         STRING "CLOSED/SHORT-HOURS DATES LEFT OUT:"
045750             DELIMITED BY SIZE
045760             WS-COUNT-EDIT DELIMITED BY SIZE
045770             INTO OCC-REPORT-LINE
045780         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
045790     END-IF.
045791     MOVE SPACES TO OCC-REPORT-LINE.
045793     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045795     MOVE "ALL SITES COMBINED" TO OCC-REPORT-LINE.
045796     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045798     MOVE 0 TO WS-PRINT-SITE.
045800     PERFORM 5100-PRINT-DOW THRU 5100-EXIT
045900         VARYING WS-DOW-X FROM 1 BY 1 UNTIL WS-DOW-X > 7.
046000     PERFORM 5050-PRINT-SITE THRU 5050-EXIT
046100         VARYING WS-PRINT-SITE FROM 1 BY 1
046200         UNTIL WS-PRINT-SITE > WS-SITE-USED.
046300 5000-EXIT.
046305     EXIT.
046311
046317 5050-PRINT-SITE.
046323     SET WS-SITE-NDX TO WS-PRINT-SITE.
046329     MOVE SPACES TO OCC-REPORT-LINE.
046335     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
046341     MOVE SPACES TO OCC-REPORT-LINE.
046347     STRING "SITE " DELIMITED BY SIZE
046352         WS-SITE-CODE (WS-SITE-NDX) DELIMITED BY SIZE
046358         "  " DELIMITED BY SIZE
046364         WS-SITE-NAME (WS-SITE-NDX) DELIMITED BY SIZE
046370         INTO OCC-REPORT-LINE.
046376     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
046382     PERFORM 5100-PRINT-DOW THRU 5100-EXIT
046388         VARYING WS-DOW-X FROM 1 BY 1 UNTIL WS-DOW-X > 7.
046394 5050-EXIT.
046400     EXIT.
046500
046600 5100-PRINT-DOW.
048800     EXIT.
048900
049000 5200-PRINT-HOUR.
049010     IF WS-PRINT-SITE = 0
049020         MOVE WS-GRID-PEAK (WS-DOW-I, WS-HOUR-I) TO WS-PEAK-WORK
049030         MOVE WS-GRID-SUM (WS-DOW-I, WS-HOUR-I) TO WS-SUM-WORK
049040     ELSE
049050         MOVE WS-SG-PEAK (WS-PRINT-SITE, WS-DOW-I, WS-HOUR-I)
049060             TO WS-PEAK-WORK
049070         MOVE WS-SG-SUM (WS-PRINT-SITE, WS-DOW-I, WS-HOUR-I)
049080             TO WS-SUM-WORK
049090     END-IF.
049100     IF WS-PEAK-WORK = 0
049200         GO TO 5200-EXIT
049300     END-IF.
049400     MOVE SPACES TO WS-DETAIL-LINE.
049600     COMPUTE WS-HOUR-DISP = WS-HOUR-I - 1.
049700     MOVE WS-HOUR-DISP TO DL-HOUR (1:2).
049900     MOVE ":00" TO DL-HOUR (3:3).
050000     MOVE WS-PEAK-WORK TO DL-PEAK.
050100     IF WS-DOW-DAYS (WS-DOW-I) > 0
050200         COMPUTE WS-AVG-WORK ROUNDED =
050300             WS-SUM-WORK / WS-DOW-DAYS (WS-DOW-I)
050500     ELSE
050600         MOVE 0 TO WS-AVG-WORK
050700     END-IF.
052900     DISPLAY "OCCUPANCY PROFILE COMPLETE".
053000     DISPLAY "  HISTORY RECORDS READ.: " WS-TRANS-COUNT.
053100     DISPLAY "  IN DATE RANGE........: " WS-RANGE-COUNT.
053150     DISPLAY "  ON CALENDAR DATES....: " WS-CAL-SKIP-COUNT.
053200     DISPLAY "  DISTINCT DATES.......: " WS-DAY-USED.
053250     DISPLAY "  SITES PROFILED.......: " WS-SITE-USED.
053300 9000-EXIT.
053400     EXIT.
