000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALMAINT.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  FACILITY CALENDAR MAINTENANCE -
001000*                      ADD, CHANGE AND DELETE FACCAL DATES
001100*                      FROM THE KIOSK MENU.  A DATE IS
001200*                      EITHER CLOSED ALL DAY OR OPEN SHORT
001300*                      HOURS, WITH A REASON; THE NIGHTLY
001400*                      ATTENDANCE, INACTIVITY AND OCCUPANCY
001500*                      REPORTS AND THE CHECK-IN ALL READ
001600*                      IT.  EDITS: A REAL YYYYMMDD DATE, NO
001700*                      DUPLICATE DATE ON ADD, TYPE C OR S,
001800*                      SHORT HOURS A VALID HHMM PAIR WITH
001900*                      THE CLOSE AFTER THE OPEN, NON-BLANK
002000*                      REASON.  PAST DATES ARE ALLOWED SO AN
002100*                      UNPLANNED CLOSURE CAN BE RECORDED THE
002200*                      NEXT MORNING.  SAME COPY-THROUGH-A-
002300*                      WORK-FILE PASS AS CLSMAINT; EVERY
002400*                      APPLIED ACTION GETS A BEFORE/AFTER
002500*                      IMAGE ON CALAUDIT STAMPED WITH DATE,
002600*                      TIME AND CLERK.
002620*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
002640*                      SIGNED ON AT THE KIOSK, PASSED BY
002660*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
002680*                      OF BEING KEYED FREELY HERE.
002683*   2026-10-15  KAGE   APPLY-FAIL AND LIVE-TOUCHED SWITCHES
002686*                      AND THE COPY COUNT ARE CLEARED ON
002690*                      EVERY CALL - THE KIOSK DRIVER KEEPS
002693*                      WORKING STORAGE, SO ONE FAILED CHANGE
002696*                      FAILED EVERY LATER ONE IN THE SESSION.
002700*----------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FACCAL-FILE ASSIGN TO "FACCAL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CAL-STATUS.
003500
003600     SELECT FACCAL-WORK-FILE ASSIGN TO "CALWORK"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-WORK-STATUS.
003900
004000     SELECT FACCAL-AUDIT-FILE ASSIGN TO "CALAUDIT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-AUDIT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  FACCAL-FILE.
004700 01  FACCAL-RECORD.
004800     COPY FACCAL.
004900
005000 FD  FACCAL-WORK-FILE.
005100 01  FACCAL-WORK-RECORD      PIC X(51).
005200
005300 FD  FACCAL-AUDIT-FILE.
005400 01  FACCAL-AUDIT-RECORD.
005500     05 CA-DATE              PIC X(08).
005600     05 FILLER               PIC X(01).
005700     05 CA-TIME              PIC X(06).
005800     05 FILLER               PIC X(01).
005900     05 CA-USER              PIC X(08).
006000     05 FILLER               PIC X(01).
006100     05 CA-ACTION            PIC X(01).
006200     05 FILLER               PIC X(01).
006300     05 CA-CAL-DATE          PIC X(08).
006400     05 FILLER               PIC X(01).
006500     05 CA-BEFORE-IMAGE      PIC X(51).
006600     05 FILLER               PIC X(01).
006700     05 CA-AFTER-IMAGE       PIC X(51).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-USER-ID              PIC X(08).
007100 01  WS-ACTION               PIC X(01).
007200     88 ACTION-ADD           VALUE 'A'.
007300     88 ACTION-CHANGE        VALUE 'C'.
007400     88 ACTION-DELETE        VALUE 'D'.
007500     88 ACTION-VALID         VALUE 'A' 'C' 'D'.
007600
007700 01  WS-SEARCH-DATE          PIC X(08).
007800
007900 01  WS-NEW-CALENDAR.
008000     COPY FACCAL
008100         REPLACING ==FC-DATE==        BY ==NW-DATE==
008200                   ==FC-DATE-NUM==    BY ==NW-DATE-NUM==
008300                   ==FC-TYPE==        BY ==NW-TYPE==
008400                   ==FC-CLOSED==      BY ==NW-CLOSED==
008500                   ==FC-SHORT-HOURS== BY ==NW-SHORT-HOURS==
008600                   ==FC-TYPE-VALID==  BY ==NW-TYPE-VALID==
008700                   ==FC-OPEN-TIME==   BY ==NW-OPEN-TIME==
008800                   ==FC-CLOSE-TIME==  BY ==NW-CLOSE-TIME==
008900                   ==FC-REASON==      BY ==NW-REASON==.
009000
009100 01  WS-BEFORE-IMAGE         PIC X(51).
009200 01  WS-AFTER-IMAGE          PIC X(51).
009300
009400 01  WS-TYPE-INPUT           PIC X(01).
009500 01  WS-TIME-INPUT           PIC X(04).
009600 01  WS-TIME-PARTS REDEFINES WS-TIME-INPUT.
009700     05 WS-TIME-HH           PIC 9(02).
009800     05 WS-TIME-MM           PIC 9(02).
009900 01  WS-REASON-INPUT         PIC X(30).
010000
010100*----------------------------------------------------------*
010200* DATE EDIT - THE KEYED DATE SPLIT FOR THE CHECK, AND THE   *
010300* DAYS IN EACH MONTH (FEBRUARY TAKES 29 IN A YEAR DIVISIBLE *
010400* BY 4), AS IN ARRMAINT.                                    *
010500*----------------------------------------------------------*
010600 01  WS-CHECK-DATE           PIC 9(08).
010700 01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
010800     05 WS-CHECK-YYYY        PIC 9(04).
010900     05 WS-CHECK-MM          PIC 9(02).
011000     05 WS-CHECK-DD          PIC 9(02).
011100 01  WS-MONTH-DAYS-VALUES    PIC X(24)
011200                             VALUE "312831303130313130313031".
011300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
011400     05 WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
011500 01  WS-MONTH-LENGTH         PIC 9(02).
011600 01  WS-LEAP-QUOT            PIC 9(04).
011700 01  WS-LEAP-REM             PIC 9(02).
011800
011900 01  WS-SWITCHES.
012000     05 WS-CAL-STATUS        PIC X(02).
012100         88 WS-CAL-OK        VALUE '00'.
012200         88 WS-CAL-EOF       VALUE '10'.
012300         88 WS-CAL-NOT-FOUND VALUE '35'.
012400     05 WS-WORK-STATUS       PIC X(02).
012500         88 WS-WORK-OK       VALUE '00'.
012600         88 WS-WORK-EOF      VALUE '10'.
012700     05 WS-AUDIT-STATUS      PIC X(02).
012800         88 WS-AUDIT-OK      VALUE '00'.
012900         88 WS-AUDIT-NOT-FOUND VALUE '35'.
013000     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
013100         88 DATE-FOUND       VALUE 'Y'.
013200     05 WS-EMPTY-SW          PIC X(01) VALUE 'N'.
013300         88 CALENDAR-EMPTY   VALUE 'Y'.
013400     05 WS-APPLY-FAIL-SW     PIC X(01) VALUE 'N'.
013500         88 APPLY-FAILED     VALUE 'Y'.
013600     05 WS-LIVE-TOUCHED-SW   PIC X(01) VALUE 'N'.
013700         88 LIVE-FILE-TOUCHED VALUE 'Y'.
013800     05 WS-DATE-SW           PIC X(01) VALUE 'N'.
013900         88 DATE-VALID       VALUE 'Y'.
014000
014100 77  WS-COPIED-COUNT         PIC 9(04) COMP VALUE 0.
014200
014300 01  WS-CURRENT-DATE-TIME.
014400     05 WS-CURR-DATE         PIC X(08).
014500     05 WS-CURR-TIME         PIC X(06).
014600
014620 LINKAGE SECTION.
014640 01  SIGNON-PARM.
014660     COPY SIGNON.
014680
014700 PROCEDURE DIVISION USING SIGNON-PARM.
014800 0000-MAINLINE.
014833     MOVE 'N' TO WS-APPLY-FAIL-SW WS-LIVE-TOUCHED-SW.
014866     MOVE 0 TO WS-COPIED-COUNT.
014900     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
015000     PERFORM 1100-GET-ACTION THRU 1100-EXIT.
015100     PERFORM 1200-GET-DATE THRU 1200-EXIT.
015200     PERFORM 2000-LOOKUP-DATE THRU 2000-EXIT.
015300     IF ACTION-ADD AND DATE-FOUND
015400         DISPLAY "DATE " WS-SEARCH-DATE " ALREADY ON FILE - "
015500             "USE C TO CHANGE IT"
015600         GO TO 0000-GOBACK
015700     END-IF.
015800     IF (ACTION-CHANGE OR ACTION-DELETE) AND NOT DATE-FOUND
015900         DISPLAY "NO CALENDAR ENTRY FOR DATE " WS-SEARCH-DATE
016000         GO TO 0000-GOBACK
016100     END-IF.
016200     IF ACTION-ADD OR ACTION-CHANGE
016300         PERFORM 3000-GATHER-FIELDS THRU 3000-EXIT
016400     END-IF.
016500     PERFORM 4000-APPLY-TO-CALENDAR THRU 4000-EXIT.
016600*    SAME TWO FAILURE PHASES AS CLSMAINT: BEFORE THE LIVE
016700*    FILE IS TOUCHED NOTHING HAPPENED; AFTER, CALWORK HOLDS
016800*    THE FULL INTENDED CALENDAR FOR RECOVERY.
016900     IF APPLY-FAILED
017000         IF LIVE-FILE-TOUCHED
017100             DISPLAY "WARNING - THE LIVE FACCAL FILE MAY BE"
017200                 " INCOMPLETE FOR DATE " WS-SEARCH-DATE
017300             DISPLAY "CALWORK HOLDS THE FULL INTENDED"
017400                 " CALENDAR - RESTORE IT BEFORE THE NIGHTLY"
017500                 " RUN"
017600             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
017700             GO TO 0000-GOBACK
017800         END-IF
017900         DISPLAY "MAINTENANCE NOT APPLIED FOR DATE "
018000             WS-SEARCH-DATE
018100         GO TO 0000-GOBACK
018200     END-IF.
018300     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
018400     DISPLAY "MAINTENANCE APPLIED FOR DATE " WS-SEARCH-DATE.
018500 0000-GOBACK.
018600     GOBACK.
018700
018800*----------------------------------------------------------*
018900* 1000-GET-USER-ID - IDENTIFY THE CLERK KEYING THE CHANGE   *
019000* SO THE AUDIT TRAIL CAN ANSWER "WHO CLOSED THE CLUB".      *
019050* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.      *
019100*----------------------------------------------------------*
019200 1000-GET-USER-ID.
019300     MOVE SO-OPER-ID TO WS-USER-ID.
019900 1000-EXIT.
020000     EXIT.
020100
020200 1100-GET-ACTION.
020300     DISPLAY "Action - A(dd), C(hange), D(elete): "
020400         WITH NO ADVANCING.
020500     ACCEPT WS-ACTION.
020600     IF NOT ACTION-VALID
020700         DISPLAY "INVALID ACTION - ENTER A, C OR D"
020800         GO TO 1100-GET-ACTION
020900     END-IF.
021000 1100-EXIT.
021100     EXIT.
021200
021300 1200-GET-DATE.
021400     DISPLAY "Calendar date (YYYYMMDD): " WITH NO ADVANCING.
021500     ACCEPT WS-SEARCH-DATE.
021600     PERFORM 1250-CHECK-DATE THRU 1250-EXIT.
021700     IF NOT DATE-VALID
021800         DISPLAY "INVALID DATE - ENTER A REAL DATE, YYYYMMDD"
021900         GO TO 1200-GET-DATE
022000     END-IF.
022100 1200-EXIT.
022200     EXIT.
022300
022400 1250-CHECK-DATE.
022500     MOVE 'N' TO WS-DATE-SW.
022600     IF WS-SEARCH-DATE NOT NUMERIC
022700         GO TO 1250-EXIT
022800     END-IF.
022900     MOVE WS-SEARCH-DATE TO WS-CHECK-DATE.
023000     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
023100         OR WS-CHECK-DD < 1
023200         GO TO 1250-EXIT
023300     END-IF.
023400     MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-MONTH-LENGTH.
023500     IF WS-CHECK-MM = 2
023600         DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOT
023700             REMAINDER WS-LEAP-REM
023800         IF WS-LEAP-REM = 0
023900             MOVE 29 TO WS-MONTH-LENGTH
024000         END-IF
024100     END-IF.
024200     IF WS-CHECK-DD > WS-MONTH-LENGTH
024300         GO TO 1250-EXIT
024400     END-IF.
024500     MOVE 'Y' TO WS-DATE-SW.
024600 1250-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------*
025000* 2000-LOOKUP-DATE - ONE SEQUENTIAL PASS OF THE CALENDAR    *
025100* FOR THE REQUESTED DATE, KEEPING A BEFORE IMAGE IF IT IS   *
025200* THERE.  A MISSING FILE IS ONLY AN ERROR WHEN THE ACTION   *
025300* NEEDS AN EXISTING ENTRY.                                  *
025400*----------------------------------------------------------*
025500 2000-LOOKUP-DATE.
025600     MOVE 'N' TO WS-FOUND-SW.
025700     MOVE 'N' TO WS-EMPTY-SW.
025800     MOVE SPACES TO WS-BEFORE-IMAGE.
025900     OPEN INPUT FACCAL-FILE.
026000     IF WS-CAL-NOT-FOUND
026100         IF NOT ACTION-ADD
026200             DISPLAY "NO FACILITY CALENDAR ON FILE - NOTHING"
026300                 " TO CHANGE OR DELETE"
026400             GOBACK
026500         END-IF
026600         MOVE 'Y' TO WS-EMPTY-SW
026700         GO TO 2000-EXIT
026800     END-IF.
026900     IF NOT WS-CAL-OK
027000         DISPLAY "FACCAL OPEN FAILED, STATUS = "
027100             WS-CAL-STATUS
027200         GOBACK
027300     END-IF.
027400     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
027500     PERFORM 2200-MATCH-DATE THRU 2200-EXIT
027600         UNTIL WS-CAL-EOF OR DATE-FOUND.
027700     CLOSE FACCAL-FILE.
027800 2000-EXIT.
027900     EXIT.
028000
028100 2100-READ-CALENDAR.
028200     READ FACCAL-FILE.
028300 2100-EXIT.
028400     EXIT.
028500
028600 2200-MATCH-DATE.
028700     IF FC-DATE = WS-SEARCH-DATE
028800         MOVE 'Y' TO WS-FOUND-SW
028900         MOVE FACCAL-RECORD TO WS-BEFORE-IMAGE
029000         DISPLAY "ON FILE: " FACCAL-RECORD
029100         GO TO 2200-EXIT
029200     END-IF.
029300     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
029400 2200-EXIT.
029500     EXIT.
029600
029700*----------------------------------------------------------*
029800* 3000-GATHER-FIELDS - KEY THE NEW OR REPLACEMENT ENTRY.    *
029900* A CLOSED DAY CARRIES NO HOURS; A SHORT-HOURS DAY NEEDS    *
030000* BOTH, AS REAL HHMM CLOCK VALUES WITH THE CLOSE LATER      *
030100* THAN THE OPEN.                                            *
030200*----------------------------------------------------------*
030300 3000-GATHER-FIELDS.
030400     MOVE SPACES TO WS-NEW-CALENDAR.
030500     MOVE WS-SEARCH-DATE TO NW-DATE.
030600     PERFORM 3100-GET-TYPE THRU 3100-EXIT.
030700     IF NW-SHORT-HOURS
030800         PERFORM 3200-GET-OPEN-TIME THRU 3200-EXIT
030900         PERFORM 3300-GET-CLOSE-TIME THRU 3300-EXIT
031000     END-IF.
031100     PERFORM 3400-GET-REASON THRU 3400-EXIT.
031200 3000-EXIT.
031300     EXIT.
031400
031500 3100-GET-TYPE.
031600     DISPLAY "C(losed all day) or S(hort hours): "
031700         WITH NO ADVANCING.
031800     ACCEPT WS-TYPE-INPUT.
031900     MOVE WS-TYPE-INPUT TO NW-TYPE.
032000     IF NOT NW-TYPE-VALID
032100         DISPLAY "INVALID TYPE - ENTER C OR S"
032200         GO TO 3100-GET-TYPE
032300     END-IF.
032400 3100-EXIT.
032500     EXIT.
032600
032700 3200-GET-OPEN-TIME.
032800     DISPLAY "Opening time, 24-HOUR HHMM: " WITH NO ADVANCING.
032900     ACCEPT WS-TIME-INPUT.
033000     IF NOT WS-TIME-INPUT NUMERIC
033100         OR WS-TIME-HH > 23 OR WS-TIME-MM > 59
033200         DISPLAY "INVALID TIME - ENTER A 24-HOUR HHMM"
033300         GO TO 3200-GET-OPEN-TIME
033400     END-IF.
033500     MOVE WS-TIME-INPUT TO NW-OPEN-TIME.
033600 3200-EXIT.
033700     EXIT.
033800
033900 3300-GET-CLOSE-TIME.
034000     DISPLAY "Closing time, 24-HOUR HHMM: " WITH NO ADVANCING.
034100     ACCEPT WS-TIME-INPUT.
034200     IF NOT WS-TIME-INPUT NUMERIC
034300         OR WS-TIME-HH > 23 OR WS-TIME-MM > 59
034400         DISPLAY "INVALID TIME - ENTER A 24-HOUR HHMM"
034500         GO TO 3300-GET-CLOSE-TIME
034600     END-IF.
034700     IF WS-TIME-INPUT NOT > NW-OPEN-TIME
034800         DISPLAY "CLOSING TIME MUST BE LATER THAN "
034900             NW-OPEN-TIME
035000         GO TO 3300-GET-CLOSE-TIME
035100     END-IF.
035200     MOVE WS-TIME-INPUT TO NW-CLOSE-TIME.
035300 3300-EXIT.
035400     EXIT.
035500
035600 3400-GET-REASON.
035700     DISPLAY "Reason: " WITH NO ADVANCING.
035800     ACCEPT WS-REASON-INPUT.
035900     IF WS-REASON-INPUT = SPACES
036000         DISPLAY "REASON MAY NOT BE BLANK"
036100         GO TO 3400-GET-REASON
036200     END-IF.
036300     MOVE WS-REASON-INPUT TO NW-REASON.
036400 3400-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------*
036800* 4000-APPLY-TO-CALENDAR - COPY THE CALENDAR THROUGH THE    *
036900* WORK FILE APPLYING THE ACTION: A CHANGE SWAPS THE NEW     *
037000* ENTRY IN FOR THE OLD, A DELETE DROPS IT, AN ADD APPENDS   *
037100* AT THE END.  THE WORK FILE THEN REPLACES FACCAL, SO A     *
037200* FAILURE BEFORE THAT POINT LEAVES THE LIVE FILE UNTOUCHED. *
037300*----------------------------------------------------------*
037400 4000-APPLY-TO-CALENDAR.
037500     OPEN OUTPUT FACCAL-WORK-FILE.
037600     IF NOT WS-WORK-OK
037700         DISPLAY "CALWORK OPEN FAILED, STATUS = "
037800             WS-WORK-STATUS
037900         MOVE 'Y' TO WS-APPLY-FAIL-SW
038000         GO TO 4000-EXIT
038100     END-IF.
038200     IF NOT CALENDAR-EMPTY
038300         OPEN INPUT FACCAL-FILE
038400         IF NOT WS-CAL-OK
038500             DISPLAY "FACCAL REOPEN FAILED, STATUS = "
038600                 WS-CAL-STATUS
038700             MOVE 'Y' TO WS-APPLY-FAIL-SW
038800             CLOSE FACCAL-WORK-FILE
038900             GO TO 4000-EXIT
039000         END-IF
039100         PERFORM 2100-READ-CALENDAR THRU 2100-EXIT
039200         PERFORM 4100-COPY-RECORD THRU 4100-EXIT
039300             UNTIL WS-CAL-EOF
039400         CLOSE FACCAL-FILE
039500     END-IF.
039600     IF ACTION-ADD AND NOT APPLY-FAILED
039700         MOVE SPACES TO FACCAL-WORK-RECORD
039800         MOVE WS-NEW-CALENDAR TO FACCAL-WORK-RECORD
039900         PERFORM 4200-WRITE-WORK THRU 4200-EXIT
040000     END-IF.
040100     CLOSE FACCAL-WORK-FILE.
040200     IF NOT APPLY-FAILED
040300         PERFORM 5000-REWRITE-CALENDAR THRU 5000-EXIT
040400     END-IF.
040500 4000-EXIT.
040600     EXIT.
040700
040800 4100-COPY-RECORD.
040900     IF FC-DATE = WS-SEARCH-DATE
041000         IF ACTION-DELETE
041100             GO TO 4100-NEXT
041200         END-IF
041300         IF ACTION-CHANGE
041400             MOVE SPACES TO FACCAL-WORK-RECORD
041500             MOVE WS-NEW-CALENDAR TO FACCAL-WORK-RECORD
041600             PERFORM 4200-WRITE-WORK THRU 4200-EXIT
041700             GO TO 4100-NEXT
041800         END-IF
041900     END-IF.
042000     MOVE SPACES TO FACCAL-WORK-RECORD.
042100     MOVE FACCAL-RECORD TO FACCAL-WORK-RECORD.
042200     PERFORM 4200-WRITE-WORK THRU 4200-EXIT.
042300 4100-NEXT.
042400     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
042500 4100-EXIT.
042600     EXIT.
042700
042800 4200-WRITE-WORK.
042900     WRITE FACCAL-WORK-RECORD.
043000     IF NOT WS-WORK-OK
043100         DISPLAY "CALWORK WRITE FAILED, STATUS = "
043200             WS-WORK-STATUS
043300         MOVE 'Y' TO WS-APPLY-FAIL-SW
043400     END-IF.
043500 4200-EXIT.
043600     EXIT.
043700
043800*----------------------------------------------------------*
043900* 5000-REWRITE-CALENDAR - THE WORK FILE BECOMES THE LIVE    *
044000* CALENDAR.                                                 *
044100*----------------------------------------------------------*
044200 5000-REWRITE-CALENDAR.
044300     OPEN OUTPUT FACCAL-FILE.
044400     IF NOT WS-CAL-OK
044500         DISPLAY "FACCAL REWRITE FAILED, STATUS = "
044600             WS-CAL-STATUS
044700         MOVE 'Y' TO WS-APPLY-FAIL-SW
044800         GO TO 5000-EXIT
044900     END-IF.
045000     MOVE 'Y' TO WS-LIVE-TOUCHED-SW.
045100     OPEN INPUT FACCAL-WORK-FILE.
045200     IF NOT WS-WORK-OK
045300         DISPLAY "CALWORK REOPEN FAILED, STATUS = "
045400             WS-WORK-STATUS
045500         MOVE 'Y' TO WS-APPLY-FAIL-SW
045600         CLOSE FACCAL-FILE
045700         GO TO 5000-EXIT
045800     END-IF.
045900     PERFORM 5100-READ-WORK THRU 5100-EXIT.
046000     PERFORM 5200-COPY-BACK THRU 5200-EXIT
046100         UNTIL WS-WORK-EOF.
046200     CLOSE FACCAL-WORK-FILE.
046300     CLOSE FACCAL-FILE.
046400 5000-EXIT.
046500     EXIT.
046600
046700 5100-READ-WORK.
046800     READ FACCAL-WORK-FILE.
046900 5100-EXIT.
047000     EXIT.
047100
047200 5200-COPY-BACK.
047300     MOVE SPACES TO FACCAL-RECORD.
047400     MOVE FACCAL-WORK-RECORD TO FACCAL-RECORD.
047500     WRITE FACCAL-RECORD.
047600     IF NOT WS-CAL-OK
047700         DISPLAY "FACCAL WRITE FAILED, STATUS = "
047800             WS-CAL-STATUS
047900         MOVE 'Y' TO WS-APPLY-FAIL-SW
048000     END-IF.
048100     ADD 1 TO WS-COPIED-COUNT.
048200     PERFORM 5100-READ-WORK THRU 5100-EXIT.
048300 5200-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------*
048700* 6000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER IMAGE OF THE   *
048800* MAINTENANCE JUST APPLIED, STAMPED WITH DATE, TIME AND THE *
048900* CLERK ID.                                                 *
049000*----------------------------------------------------------*
049100 6000-WRITE-AUDIT.
049200     MOVE SPACES TO WS-AFTER-IMAGE.
049300     IF ACTION-ADD OR ACTION-CHANGE
049400         MOVE WS-NEW-CALENDAR TO WS-AFTER-IMAGE
049500     END-IF.
049600     OPEN EXTEND FACCAL-AUDIT-FILE.
049700     IF WS-AUDIT-NOT-FOUND
049800         OPEN OUTPUT FACCAL-AUDIT-FILE
049900     END-IF.
050000     IF NOT WS-AUDIT-OK
050100         DISPLAY "CALAUDIT OPEN FAILED, STATUS = "
050200             WS-AUDIT-STATUS
050300         GO TO 6000-EXIT
050400     END-IF.
050500     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
050600     ACCEPT WS-CURR-TIME FROM TIME.
050700     MOVE SPACES TO FACCAL-AUDIT-RECORD.
050800     MOVE WS-CURR-DATE    TO CA-DATE.
050900     MOVE WS-CURR-TIME    TO CA-TIME.
051000     MOVE WS-USER-ID      TO CA-USER.
051100     MOVE WS-ACTION       TO CA-ACTION.
051200     MOVE WS-SEARCH-DATE  TO CA-CAL-DATE.
051300     MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
051400     MOVE WS-AFTER-IMAGE  TO CA-AFTER-IMAGE.
051500     WRITE FACCAL-AUDIT-RECORD.
051600     IF NOT WS-AUDIT-OK
051700         DISPLAY "CALAUDIT WRITE FAILED, STATUS = "
051800             WS-AUDIT-STATUS
051900     END-IF.
052000     CLOSE FACCAL-AUDIT-FILE.
052100 6000-EXIT.
052200     EXIT.
