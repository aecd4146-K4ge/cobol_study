000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XSITERPT.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  MONTHLY CROSS-SITE VISIT REPORT
001000*                      FOR REVENUE SHARING BETWEEN THE CLUBS.
001100*                      EVERY CHKHIST MEMBER CHECK-IN FOR THE
001200*                      PARM MONTH (YYYYMM) AT A SITE OTHER
001300*                      THAN THE MEMBER'S HOME SITE IS LISTED
001400*                      BY MEMBER UNDER ITS HOME CLUB AND HOST
001500*                      CLUB, WITH A TOTAL FOR EACH PAIR PRICED
001600*                      AT THE HOST CLUB'S SITEMAST VISIT RATE
001700*                      - WHAT THE HOME CLUB OWES THE HOST.  A
001800*                      SUMMARY BY HOME AND HOST FOLLOWS, THEN
001900*                      THE NET SETTLEMENT BETWEEN EACH PAIR OF
002000*                      CLUBS.
002100*
002200* RUN PARAMETER.
002300*   YYYYMM - THE REPORT MONTH.  REQUIRED; RC 8 WITHOUT IT.
002400*
002500* NOTES.
002600*   THE HOME SITE IS THE ONE INANDOUT STAMPED ON THE IN
002700*   RECORD, SO A MEMBER WHO MOVED CLUBS MID-MONTH IS COUNTED
002800*   AGAINST THE HOME CLUB AT THE TIME OF EACH VISIT.  GUEST
002900*   CHECK-INS AND CHECK-INS FROM BEFORE THE SECOND CLUB
003000*   OPENED CARRY NO HOME SITE AND ARE NOT CROSS-SITE.  A
003100*   BLANK VISITED SITE IS 01.  A HOST CLUB MISSING FROM
003200*   SITEMAST IS PRICED AT ZERO AND THE STEP ENDS RC 4.
003300*----------------------------------------------------------*
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-HIST-STATUS.
004100
004200     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SITE-STATUS.
004500
004600     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS MEMBER-ID
005000         FILE STATUS IS WS-MASTER-STATUS.
005100
005200     SELECT XSITE-SORTED-FILE ASSIGN TO "XSITSORT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-SORTED-STATUS.
005500
005600     SELECT XSITE-SORT-WORK ASSIGN TO "SORTWK01".
005700
005800     SELECT XSITE-REPORT-FILE ASSIGN TO "XSITRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CHK-HIST-FILE.
006500 01  CHK-HIST-RECORD.
006600     05 CH-MEMBER-ID         PIC X(20).
006700     05 FILLER               PIC X(01).
006800     05 CH-TYPE              PIC X(03).
006900         88 CH-TYPE-IN       VALUE 'IN '.
007000     05 FILLER               PIC X(08).
007100     05 CH-DATE              PIC X(08).
007200     05 FILLER               PIC X(13).
007300     05 CH-SITE              PIC X(02).
007400     05 FILLER               PIC X(01).
007500     05 CH-HOME-SITE         PIC X(02).
007600
007700 FD  SITE-MASTER-FILE.
007800 01  SITE-MASTER-RECORD.
007900     COPY SITE.
008000
008100 FD  MEMBER-MASTER-FILE.
008200 01  MEMBER-MASTER-RECORD.
008300     COPY MEMBER.
008400
008500*    ONE RECORD PER CROSS-SITE CHECK-IN, SORTED INTO HOME
008600*    CLUB, HOST CLUB, MEMBER AND DATE ORDER.
008700 FD  XSITE-SORTED-FILE.
008800 01  XSITE-SORTED-RECORD.
008900     05 XS-HOME              PIC X(02).
009000     05 XS-HOST              PIC X(02).
009100     05 XS-MEMBER-ID         PIC X(20).
009200     05 XS-DATE              PIC X(08).
009300
009400 SD  XSITE-SORT-WORK.
009500 01  XSITE-SORT-RECORD.
009600     05 XW-HOME              PIC X(02).
009700     05 XW-HOST              PIC X(02).
009800     05 XW-MEMBER-ID         PIC X(20).
009900     05 XW-DATE              PIC X(08).
010000
010100 FD  XSITE-REPORT-FILE.
010200 01  XSITE-REPORT-LINE       PIC X(80).
010300
010400 WORKING-STORAGE SECTION.
010500 01  WS-SWITCHES.
010600     05 WS-HIST-STATUS       PIC X(02).
010700         88 WS-HIST-OK       VALUE '00'.
010800         88 WS-HIST-EOF      VALUE '10'.
010900         88 WS-HIST-NOT-FOUND VALUE '35'.
011000     05 WS-SITE-STATUS       PIC X(02).
011100         88 WS-SITE-OK       VALUE '00'.
011200         88 WS-SITE-EOF      VALUE '10'.
011300         88 WS-SITE-NOT-FOUND VALUE '35'.
011400     05 WS-MASTER-STATUS     PIC X(02).
011500         88 WS-MASTER-OK     VALUE '00'.
011600     05 WS-SORTED-STATUS     PIC X(02).
011700         88 WS-SORTED-OK     VALUE '00'.
011800         88 WS-SORTED-EOF    VALUE '10'.
011900     05 WS-REPORT-STATUS     PIC X(02).
012000         88 WS-REPORT-OK     VALUE '00'.
012100     05 WS-MASTER-OPEN-SW    PIC X(01) VALUE 'N'.
012200         88 MASTER-OPEN      VALUE 'Y'.
012300     05 WS-MEMBER-FOUND-SW   PIC X(01) VALUE 'N'.
012400         88 MEMBER-FOUND     VALUE 'Y'.
012500     05 WS-SITE-FOUND-SW     PIC X(01) VALUE 'N'.
012600         88 SITE-ROW-FOUND   VALUE 'Y'.
012700
012800 01  WS-PARM                 PIC X(06).
012900 01  WS-MONTH-PARTS.
013000     05 WS-MP-YYYY           PIC 9(04).
013100     05 WS-MP-MM             PIC 9(02).
013200
013300*----------------------------------------------------------*
013400* THE CLUBS FROM SITEMAST WITH THEIR VISIT RATES.  A SITE   *
013500* FOUND ON CHKHIST BUT NOT ON SITEMAST IS ADDED WITH NO     *
013600* NAME, A ZERO RATE AND WS-SITE-LISTED 'N'.                 *
013700*----------------------------------------------------------*
013800 01  WS-SITE-TABLE.
013900     05 WS-SITE-ENTRY OCCURS 10 TIMES
014000                      INDEXED BY WS-SITE-NDX.
014100         10 WS-SITE-CODE     PIC X(02).
014200         10 WS-SITE-NAME     PIC X(20).
014300         10 WS-SITE-RATE     PIC 9(03)V99.
014400         10 WS-SITE-LISTED   PIC X(01).
014500             88 SITE-ON-MASTER VALUE 'Y'.
014600 77  WS-SITE-USED            PIC 9(03) COMP VALUE 0.
014700 77  WS-SITE-I               PIC 9(03) COMP.
014800 77  WS-SITE-J               PIC 9(03) COMP.
014900 77  WS-SITE-X               PIC 9(03) COMP.
015000 01  WS-KEY-SITE             PIC X(02).
015100
015200*----------------------------------------------------------*
015300* VISITS, MEMBERS AND AMOUNT OWED BY HOME CLUB (ROW) TO     *
015400* HOST CLUB (COLUMN), SUBSCRIPTED AS THE SITE TABLE.        *
015500*----------------------------------------------------------*
015600 01  WS-PAIR-TABLE.
015700     05 WS-PAIR-HOME OCCURS 10 TIMES.
015800         10 WS-PAIR-HOST OCCURS 10 TIMES.
015900             15 WS-PAIR-VISITS   PIC 9(06) COMP.
016000             15 WS-PAIR-MEMBERS  PIC 9(05) COMP.
016100             15 WS-PAIR-AMOUNT   PIC 9(07)V99.
016200
016300 01  WS-CUR-HOME             PIC X(02) VALUE LOW-VALUES.
016400 01  WS-CUR-HOST             PIC X(02) VALUE LOW-VALUES.
016500 01  WS-CUR-MEMBER           PIC X(20).
016600 77  WS-HOME-X               PIC 9(03) COMP.
016700 77  WS-HOST-X               PIC 9(03) COMP.
016800 01  WS-HOST-RATE            PIC 9(03)V99.
016900 77  WS-MBR-VISITS           PIC 9(04) COMP.
017000 01  WS-MBR-FIRST            PIC X(08).
017100 01  WS-MBR-LAST             PIC X(08).
017200 77  WS-GRP-VISITS           PIC 9(06) COMP.
017300 77  WS-GRP-MEMBERS          PIC 9(05) COMP.
017400 01  WS-GRP-AMOUNT           PIC 9(07)V99.
017500 01  WS-OWED-ONE             PIC 9(07)V99.
017600 01  WS-OWED-OTHER           PIC 9(07)V99.
017700
017800 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
017900 77  WS-IN-COUNT             PIC 9(07) COMP VALUE 0.
018000 77  WS-CROSS-COUNT          PIC 9(07) COMP VALUE 0.
018100 77  WS-PAIR-COUNT           PIC 9(03) COMP VALUE 0.
018200 77  WS-TOT-MEMBERS          PIC 9(06) COMP VALUE 0.
018300 01  WS-TOT-AMOUNT           PIC 9(07)V99 VALUE 0.
018400
018500 01  WS-COUNT-EDIT           PIC ZZZZZ9.
018600 01  WS-MEMBERS-EDIT         PIC ZZZZ9.
018700 01  WS-RATE-EDIT            PIC ZZ9.99.
018800 01  WS-VALUE-EDIT           PIC ZZZZZZ9.99.
018900
019000 01  WS-DETAIL-LINE.
019100     05 FILLER               PIC X(04) VALUE SPACES.
019200     05 DL-MEMBER-ID         PIC X(20).
019300     05 FILLER               PIC X(01) VALUE SPACES.
019400     05 DL-NAME              PIC X(20).
019500     05 FILLER               PIC X(01) VALUE SPACES.
019600     05 DL-VISITS            PIC ZZZ9.
019700     05 FILLER               PIC X(02) VALUE SPACES.
019800     05 DL-FIRST             PIC X(08).
019900     05 FILLER               PIC X(02) VALUE SPACES.
020000     05 DL-LAST              PIC X(08).
020100
020200 01  WS-SUMMARY-LINE.
020300     05 FILLER               PIC X(02) VALUE SPACES.
020400     05 SM-HOME              PIC X(02).
020500     05 FILLER               PIC X(04) VALUE SPACES.
020600     05 SM-HOST              PIC X(02).
020700     05 FILLER               PIC X(04) VALUE SPACES.
020800     05 SM-VISITS            PIC ZZZZZ9.
020900     05 FILLER               PIC X(03) VALUE SPACES.
021000     05 SM-MEMBERS           PIC ZZZZ9.
021100     05 FILLER               PIC X(03) VALUE SPACES.
021200     05 SM-RATE              PIC ZZ9.99.
021300     05 FILLER               PIC X(03) VALUE SPACES.
021400     05 SM-AMOUNT            PIC ZZZZZZ9.99.
021500
021600 01  WS-SETTLE-LINE.
021700     05 FILLER               PIC X(02) VALUE SPACES.
021800     05 SL-FROM-1            PIC X(02).
021900     05 FILLER               PIC X(06) VALUE " OWES ".
022000     05 SL-TO-1              PIC X(02).
022100     05 FILLER               PIC X(01) VALUE SPACES.
022200     05 SL-OWED-1            PIC ZZZZZZ9.99.
022300     05 FILLER               PIC X(03) VALUE SPACES.
022400     05 SL-FROM-2            PIC X(02).
022500     05 FILLER               PIC X(06) VALUE " OWES ".
022600     05 SL-TO-2              PIC X(02).
022700     05 FILLER               PIC X(01) VALUE SPACES.
022800     05 SL-OWED-2            PIC ZZZZZZ9.99.
022900     05 FILLER               PIC X(03) VALUE SPACES.
023000     05 SL-NET-TEXT          PIC X(15).
023100     05 SL-NET               PIC ZZZZZZ9.99.
023200
023300 PROCEDURE DIVISION.
023400 0000-MAINLINE.
023500     PERFORM 1000-GET-PARM THRU 1000-EXIT.
023600     PERFORM 1500-LOAD-SITES THRU 1500-EXIT.
023700     SORT XSITE-SORT-WORK
023800         ON ASCENDING KEY XW-HOME
023900         ON ASCENDING KEY XW-HOST
024000         ON ASCENDING KEY XW-MEMBER-ID
024100         ON ASCENDING KEY XW-DATE
024200         INPUT PROCEDURE IS 2000-RELEASE-VISITS
024300             THRU 2900-RELEASE-EXIT
024400         GIVING XSITE-SORTED-FILE.
024500     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
024600     PERFORM 4000-LIST-VISITS THRU 4000-EXIT.
024700     PERFORM 5000-LIST-SUMMARY THRU 5000-EXIT.
024800     PERFORM 6000-LIST-SETTLEMENT THRU 6000-EXIT.
024900     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
025000     GOBACK.
025100
025200*----------------------------------------------------------*
025300* 1000-GET-PARM - THE REPORT MONTH.                         *
025400*----------------------------------------------------------*
025500 1000-GET-PARM.
025600     ACCEPT WS-PARM FROM COMMAND-LINE.
025700     IF WS-PARM = SPACES OR WS-PARM NOT NUMERIC
025800         DISPLAY "PARM MUST BE THE REPORT MONTH AS YYYYMM"
025900         MOVE 8 TO RETURN-CODE
026000         GOBACK
026100     END-IF.
026200     MOVE WS-PARM TO WS-MONTH-PARTS.
026300     IF WS-MP-MM < 1 OR WS-MP-MM > 12
026400         DISPLAY "PARM MONTH MUST BE 01-12"
026500         MOVE 8 TO RETURN-CODE
026600         GOBACK
026700     END-IF.
026800     INITIALIZE WS-PAIR-TABLE.
026900 1000-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------*
027300* 1500-LOAD-SITES - THE CLUB NAMES AND VISIT RATES.  WITH   *
027400* NO SITEMAST NOTHING CAN BE PRICED, SO THE REPORT STILL    *
027500* LISTS THE VISITS BUT THE STEP ENDS RC 4.                  *
027600*----------------------------------------------------------*
027700 1500-LOAD-SITES.
027800     OPEN INPUT SITE-MASTER-FILE.
027900     IF WS-SITE-NOT-FOUND
028000         DISPLAY "NO SITEMAST ON FILE - VISITS NOT PRICED"
028100         MOVE 4 TO RETURN-CODE
028200         GO TO 1500-EXIT
028300     END-IF.
028400     IF NOT WS-SITE-OK
028500         DISPLAY "SITEMAST OPEN FAILED, STATUS = " WS-SITE-STATUS
028600         MOVE 8 TO RETURN-CODE
028700         GOBACK
028800     END-IF.
028900     PERFORM 1510-READ-SITE THRU 1510-EXIT.
029000     PERFORM 1520-STORE-SITE THRU 1520-EXIT
029100         UNTIL WS-SITE-EOF.
029200     CLOSE SITE-MASTER-FILE.
029300 1500-EXIT.
029400     EXIT.
029500
029600 1510-READ-SITE.
029700     READ SITE-MASTER-FILE.
029800 1510-EXIT.
029900     EXIT.
030000
030100 1520-STORE-SITE.
030200     IF ST-SITE-CODE = SPACES
030300         GO TO 1520-NEXT
030400     END-IF.
030500     IF WS-SITE-USED < 10
030600         ADD 1 TO WS-SITE-USED
030700         SET WS-SITE-NDX TO WS-SITE-USED
030800         MOVE ST-SITE-CODE TO WS-SITE-CODE (WS-SITE-NDX)
030900         MOVE ST-SITE-NAME TO WS-SITE-NAME (WS-SITE-NDX)
031000         MOVE 0 TO WS-SITE-RATE (WS-SITE-NDX)
031100         IF ST-VISIT-RATE NUMERIC
031200             MOVE ST-VISIT-RATE TO WS-SITE-RATE (WS-SITE-NDX)
031300         END-IF
031400         MOVE 'Y' TO WS-SITE-LISTED (WS-SITE-NDX)
031500     ELSE
031600         DISPLAY "MORE THAN 10 SITES - " ST-SITE-CODE
031700             " NOT TABLED"
031800     END-IF.
031900 1520-NEXT.
032000     PERFORM 1510-READ-SITE THRU 1510-EXIT.
032100 1520-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------*
032500* 1600-FIND-SITE - THE TABLE ROW FOR WS-KEY-SITE (BLANK IS  *
032600* 01) INTO WS-SITE-X, ADDING ONE IF SITEMAST DID NOT HAVE   *
032700* IT.  PAST 10 SITES WS-SITE-X IS ZERO - THE VISITS ARE     *
032800* LISTED BUT LEFT OUT OF THE SUMMARY AND SETTLEMENT - AND   *
032900* THE STEP ENDS RC 4.                                       *
033000*----------------------------------------------------------*
033100 1600-FIND-SITE.
033200     IF WS-KEY-SITE = SPACES
033300         MOVE '01' TO WS-KEY-SITE
033400     END-IF.
033500     MOVE 0 TO WS-SITE-X.
033600     MOVE 'N' TO WS-SITE-FOUND-SW.
033700     PERFORM 1610-MATCH-SITE THRU 1610-EXIT
033800         VARYING WS-SITE-I FROM 1 BY 1
033900         UNTIL SITE-ROW-FOUND OR WS-SITE-I > WS-SITE-USED.
034000     IF SITE-ROW-FOUND
034100         GO TO 1600-EXIT
034200     END-IF.
034300     IF WS-SITE-USED < 10
034400         ADD 1 TO WS-SITE-USED
034500         SET WS-SITE-NDX TO WS-SITE-USED
034600         MOVE WS-KEY-SITE TO WS-SITE-CODE (WS-SITE-NDX)
034700         MOVE SPACES TO WS-SITE-NAME (WS-SITE-NDX)
034800         MOVE 0 TO WS-SITE-RATE (WS-SITE-NDX)
034900         MOVE 'N' TO WS-SITE-LISTED (WS-SITE-NDX)
035000         MOVE WS-SITE-USED TO WS-SITE-X
035100     ELSE
035200         DISPLAY "MORE THAN 10 SITES - " WS-KEY-SITE
035300             " NOT BROKEN OUT"
035400         IF RETURN-CODE < 4
035500             MOVE 4 TO RETURN-CODE
035600         END-IF
035700     END-IF.
035800 1600-EXIT.
035900     EXIT.
036000
036100 1610-MATCH-SITE.
036200     SET WS-SITE-NDX TO WS-SITE-I.
036300     IF WS-SITE-CODE (WS-SITE-NDX) = WS-KEY-SITE
036400         MOVE 'Y' TO WS-SITE-FOUND-SW
036500         MOVE WS-SITE-I TO WS-SITE-X
036600     END-IF.
036700 1610-EXIT.
036800     EXIT.
036900
037000*----------------------------------------------------------*
037100* 2000-RELEASE-VISITS - SORT INPUT PROCEDURE.  EVERY MEMBER *
037200* CHECK-IN FOR THE MONTH AWAY FROM THE HOME SITE.           *
037300*----------------------------------------------------------*
037400 2000-RELEASE-VISITS.
037500     OPEN INPUT CHK-HIST-FILE.
037600     IF WS-HIST-NOT-FOUND
037700         DISPLAY "NO CHKHIST ON FILE - NO VISITS TO REPORT"
037800         GO TO 2900-RELEASE-EXIT
037900     END-IF.
038000     IF NOT WS-HIST-OK
038100         DISPLAY "CHKHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
038200         MOVE 8 TO RETURN-CODE
038300         GO TO 2900-RELEASE-EXIT
038400     END-IF.
038500     PERFORM 2100-READ-HIST THRU 2100-EXIT.
038600     PERFORM 2200-CHECK-VISIT THRU 2200-EXIT
038700         UNTIL WS-HIST-EOF.
038800     CLOSE CHK-HIST-FILE.
038900     GO TO 2900-RELEASE-EXIT.
039000
039100 2100-READ-HIST.
039200     READ CHK-HIST-FILE.
039300     IF WS-HIST-OK
039400         ADD 1 TO WS-READ-COUNT
039500     END-IF.
039600 2100-EXIT.
039700     EXIT.
039800
039900 2200-CHECK-VISIT.
040000     IF NOT CH-TYPE-IN
040100         OR CH-DATE (1:6) NOT = WS-PARM
040200         GO TO 2200-NEXT
040300     END-IF.
040400     ADD 1 TO WS-IN-COUNT.
040500     IF CH-HOME-SITE = SPACES
040600         GO TO 2200-NEXT
040700     END-IF.
040800     MOVE CH-SITE TO WS-KEY-SITE.
040900     IF WS-KEY-SITE = SPACES
041000         MOVE '01' TO WS-KEY-SITE
041100     END-IF.
041200     IF CH-HOME-SITE = WS-KEY-SITE
041300         GO TO 2200-NEXT
041400     END-IF.
041500     MOVE CH-HOME-SITE TO XW-HOME.
041600     MOVE WS-KEY-SITE  TO XW-HOST.
041700     MOVE CH-MEMBER-ID TO XW-MEMBER-ID.
041800     MOVE CH-DATE      TO XW-DATE.
041900     RELEASE XSITE-SORT-RECORD.
042000     ADD 1 TO WS-CROSS-COUNT.
042100 2200-NEXT.
042200     PERFORM 2100-READ-HIST THRU 2100-EXIT.
042300 2200-EXIT.
042400     EXIT.
042500
042600 2900-RELEASE-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------*
043000* 3000-OPEN-FILES - THE MEMBER MASTER ONLY SUPPLIES NAMES,  *
043100* SO THE REPORT STILL RUNS WITHOUT IT.                      *
043200*----------------------------------------------------------*
043300 3000-OPEN-FILES.
043400     OPEN INPUT XSITE-SORTED-FILE.
043500     IF NOT WS-SORTED-OK
043600         DISPLAY "XSITSORT OPEN FAILED, STATUS = "
043700             WS-SORTED-STATUS
043800         MOVE 8 TO RETURN-CODE
043900         GOBACK
044000     END-IF.
044100     OPEN OUTPUT XSITE-REPORT-FILE.
044200     IF NOT WS-REPORT-OK
044300         DISPLAY "XSITRPT OPEN FAILED, STATUS = "
044400             WS-REPORT-STATUS
044500         CLOSE XSITE-SORTED-FILE
044600         MOVE 8 TO RETURN-CODE
044700         GOBACK
044800     END-IF.
044900     OPEN INPUT MEMBER-MASTER-FILE.
045000     IF WS-MASTER-OK
045100         MOVE 'Y' TO WS-MASTER-OPEN-SW
045200     ELSE
045300         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
045400             WS-MASTER-STATUS " - NAMES LEFT BLANK"
045500     END-IF.
045600     MOVE SPACES TO XSITE-REPORT-LINE.
045700     STRING "CROSS-SITE VISITS FOR REVENUE SHARING - MONTH "
045800         DELIMITED BY SIZE
045900         WS-PARM DELIMITED BY SIZE
046000         INTO XSITE-REPORT-LINE.
046100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
046200 3000-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------*
046600* 4000-LIST-VISITS - THE SORTED VISITS, ONE LINE PER MEMBER *
046700* UNDER A HEADING FOR EACH HOME CLUB AND HOST CLUB PAIR,    *
046800* AND A PAIR TOTAL AT EACH CHANGE.                          *
046900*----------------------------------------------------------*
047000 4000-LIST-VISITS.
047100     MOVE SPACES TO XSITE-REPORT-LINE.
047200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
047300     MOVE "MEMBER VISITS AWAY FROM THE HOME CLUB"
047400         TO XSITE-REPORT-LINE.
047500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
047600     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
047700     IF WS-SORTED-EOF
047800         MOVE SPACES TO XSITE-REPORT-LINE
047900         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
048000         MOVE "  NONE" TO XSITE-REPORT-LINE
048100         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
048200     END-IF.
048300     PERFORM 4200-LIST-VISIT THRU 4200-EXIT
048400         UNTIL WS-SORTED-EOF.
048500     IF WS-CUR-HOME NOT = LOW-VALUES
048600         PERFORM 4400-END-MEMBER THRU 4400-EXIT
048700         PERFORM 4500-END-PAIR THRU 4500-EXIT
048800     END-IF.
048900     CLOSE XSITE-SORTED-FILE.
049000 4000-EXIT.
049100     EXIT.
049200
049300 4100-READ-SORTED.
049400     READ XSITE-SORTED-FILE.
049500 4100-EXIT.
049600     EXIT.
049700
049800 4200-LIST-VISIT.
049900     IF XS-HOME NOT = WS-CUR-HOME
050000         OR XS-HOST NOT = WS-CUR-HOST
050100         IF WS-CUR-HOME NOT = LOW-VALUES
050200             PERFORM 4400-END-MEMBER THRU 4400-EXIT
050300             PERFORM 4500-END-PAIR THRU 4500-EXIT
050400         END-IF
050500         PERFORM 4300-NEW-PAIR THRU 4300-EXIT
050600         PERFORM 4350-NEW-MEMBER THRU 4350-EXIT
050700     ELSE
050800         IF XS-MEMBER-ID NOT = WS-CUR-MEMBER
050900             PERFORM 4400-END-MEMBER THRU 4400-EXIT
051000             PERFORM 4350-NEW-MEMBER THRU 4350-EXIT
051100         END-IF
051200     END-IF.
051300     ADD 1 TO WS-MBR-VISITS.
051400     ADD 1 TO WS-GRP-VISITS.
051500     MOVE XS-DATE TO WS-MBR-LAST.
051600     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
051700 4200-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------*
052100* 4300-NEW-PAIR - HOME AND HOST CLUB HEADING.  THE RATE IS  *
052200* THE HOST CLUB'S - WHAT THE HOME CLUB OWES PER VISIT.      *
052300*----------------------------------------------------------*
052400 4300-NEW-PAIR.
052500     MOVE XS-HOME TO WS-CUR-HOME.
052600     MOVE XS-HOST TO WS-CUR-HOST.
052700     MOVE 0 TO WS-GRP-VISITS WS-GRP-MEMBERS.
052800     MOVE XS-HOME TO WS-KEY-SITE.
052900     PERFORM 1600-FIND-SITE THRU 1600-EXIT.
053000     MOVE WS-SITE-X TO WS-HOME-X.
053100     MOVE XS-HOST TO WS-KEY-SITE.
053200     PERFORM 1600-FIND-SITE THRU 1600-EXIT.
053300     MOVE WS-SITE-X TO WS-HOST-X.
053400     MOVE 0 TO WS-HOST-RATE.
053500     MOVE SPACES TO XSITE-REPORT-LINE.
053600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
053700     MOVE SPACES TO XSITE-REPORT-LINE.
053800     STRING "HOME CLUB " DELIMITED BY SIZE
053900         XS-HOME DELIMITED BY SIZE
054000         INTO XSITE-REPORT-LINE.
054100     IF WS-HOME-X > 0
054200         MOVE WS-SITE-NAME (WS-HOME-X)
054300             TO XSITE-REPORT-LINE (14:20)
054400     END-IF.
054500     MOVE "VISITING" TO XSITE-REPORT-LINE (36:8).
054600     MOVE XS-HOST TO XSITE-REPORT-LINE (45:2).
054700     IF WS-HOST-X > 0
054800         MOVE WS-SITE-NAME (WS-HOST-X)
054900             TO XSITE-REPORT-LINE (48:20)
055000         MOVE WS-SITE-RATE (WS-HOST-X) TO WS-HOST-RATE
055100     END-IF.
055200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
055300     IF WS-HOST-X = 0
055400         GO TO 4300-HEADINGS
055500     END-IF.
055600     IF NOT SITE-ON-MASTER (WS-HOST-X)
055700         MOVE SPACES TO XSITE-REPORT-LINE
055800         STRING "  SITE " DELIMITED BY SIZE
055900             XS-HOST DELIMITED BY SIZE
056000             " IS NOT ON SITEMAST - NO VISIT RATE"
056100             DELIMITED BY SIZE
056200             INTO XSITE-REPORT-LINE
056300         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
056400         DISPLAY "SITE " XS-HOST " NOT ON SITEMAST - "
056500             "VISITS THERE NOT PRICED"
056600         IF RETURN-CODE < 4
056700             MOVE 4 TO RETURN-CODE
056800         END-IF
056900     END-IF.
057000 4300-HEADINGS.
057100     MOVE SPACES TO XSITE-REPORT-LINE.
057200     STRING "    MEMBER ID            NAME               "
057300         DELIMITED BY SIZE
057400         "VISITS  FIRST     LAST" DELIMITED BY SIZE
057500         INTO XSITE-REPORT-LINE.
057600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
057700 4300-EXIT.
057800     EXIT.
057900
058000 4350-NEW-MEMBER.
058100     MOVE XS-MEMBER-ID TO WS-CUR-MEMBER.
058200     MOVE 0 TO WS-MBR-VISITS.
058300     MOVE XS-DATE TO WS-MBR-FIRST.
058400     ADD 1 TO WS-GRP-MEMBERS.
058500 4350-EXIT.
058600     EXIT.
058700
058800 4400-END-MEMBER.
058900     PERFORM 4600-LOOKUP-MEMBER THRU 4600-EXIT.
059000     MOVE SPACES TO WS-DETAIL-LINE.
059100     MOVE WS-CUR-MEMBER TO DL-MEMBER-ID.
059200     IF MEMBER-FOUND
059300         MOVE MEMBER-NAME TO DL-NAME
059400     END-IF.
059500     MOVE WS-MBR-VISITS TO DL-VISITS.
059600     MOVE WS-MBR-FIRST TO DL-FIRST.
059700     MOVE WS-MBR-LAST TO DL-LAST.
059800     MOVE WS-DETAIL-LINE TO XSITE-REPORT-LINE.
059900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
060000 4400-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------*
060400* 4500-END-PAIR - THE PAIR TOTAL, PRICED, AND INTO THE      *
060500* HOME/HOST TABLE FOR THE SUMMARY AND SETTLEMENT.           *
060600*----------------------------------------------------------*
060700 4500-END-PAIR.
060800     COMPUTE WS-GRP-AMOUNT = WS-GRP-VISITS * WS-HOST-RATE
060900         ON SIZE ERROR
061000             MOVE 9999999.99 TO WS-GRP-AMOUNT
061100     END-COMPUTE.
061200     ADD 1 TO WS-PAIR-COUNT.
061300     ADD WS-GRP-MEMBERS TO WS-TOT-MEMBERS.
061400     ADD WS-GRP-AMOUNT TO WS-TOT-AMOUNT.
061500     IF WS-HOME-X > 0 AND WS-HOST-X > 0
061600         MOVE WS-GRP-VISITS
061700             TO WS-PAIR-VISITS (WS-HOME-X, WS-HOST-X)
061800         MOVE WS-GRP-MEMBERS
061900             TO WS-PAIR-MEMBERS (WS-HOME-X, WS-HOST-X)
062000         MOVE WS-GRP-AMOUNT
062100             TO WS-PAIR-AMOUNT (WS-HOME-X, WS-HOST-X)
062200     END-IF.
062300     MOVE WS-GRP-VISITS TO WS-COUNT-EDIT.
062400     MOVE WS-GRP-MEMBERS TO WS-MEMBERS-EDIT.
062500     MOVE WS-HOST-RATE TO WS-RATE-EDIT.
062600     MOVE WS-GRP-AMOUNT TO WS-VALUE-EDIT.
062700     MOVE SPACES TO XSITE-REPORT-LINE.
062800     STRING "  PAIR TOTAL  VISITS " DELIMITED BY SIZE
062900         WS-COUNT-EDIT DELIMITED BY SIZE
063000         "  MEMBERS " DELIMITED BY SIZE
063100         WS-MEMBERS-EDIT DELIMITED BY SIZE
063200         "  AT " DELIMITED BY SIZE
063300         WS-RATE-EDIT DELIMITED BY SIZE
063400         "  OWED " DELIMITED BY SIZE
063500         WS-VALUE-EDIT DELIMITED BY SIZE
063600         INTO XSITE-REPORT-LINE.
063700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
063800 4500-EXIT.
063900     EXIT.
064000
064100 4600-LOOKUP-MEMBER.
064200     MOVE 'N' TO WS-MEMBER-FOUND-SW.
064300     IF NOT MASTER-OPEN
064400         GO TO 4600-EXIT
064500     END-IF.
064600     MOVE WS-CUR-MEMBER TO MEMBER-ID.
064700     READ MEMBER-MASTER-FILE
064800         INVALID KEY
064900             MOVE 'N' TO WS-MEMBER-FOUND-SW
065000         NOT INVALID KEY
065100             MOVE 'Y' TO WS-MEMBER-FOUND-SW
065200     END-READ.
065300 4600-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------*
065700* 5000-LIST-SUMMARY - ONE LINE PER HOME AND HOST CLUB PAIR  *
065800* WITH VISITS, AND THE MONTH'S TOTAL.                       *
065900*----------------------------------------------------------*
066000 5000-LIST-SUMMARY.
066100     MOVE SPACES TO XSITE-REPORT-LINE.
066200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
066300     MOVE "SUMMARY BY HOME CLUB AND HOST CLUB"
066400         TO XSITE-REPORT-LINE.
066500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
066600     MOVE SPACES TO XSITE-REPORT-LINE.
066700     MOVE "HOME"    TO XSITE-REPORT-LINE (3:4).
066800     MOVE "HOST"    TO XSITE-REPORT-LINE (9:4).
066900     MOVE "VISITS"  TO XSITE-REPORT-LINE (15:6).
067000     MOVE "MEMBERS" TO XSITE-REPORT-LINE (22:7).
067100     MOVE "RATE"    TO XSITE-REPORT-LINE (34:4).
067200     MOVE "AMOUNT"  TO XSITE-REPORT-LINE (45:6).
067300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
067400     PERFORM 5100-SUMMARY-LINE THRU 5100-EXIT
067500         VARYING WS-SITE-I FROM 1 BY 1
067600         UNTIL WS-SITE-I > WS-SITE-USED
067700         AFTER WS-SITE-J FROM 1 BY 1
067800         UNTIL WS-SITE-J > WS-SITE-USED.
067900     MOVE SPACES TO WS-SUMMARY-LINE.
068000     MOVE WS-CROSS-COUNT TO SM-VISITS.
068100     MOVE WS-TOT-MEMBERS TO SM-MEMBERS.
068200     MOVE WS-TOT-AMOUNT TO SM-AMOUNT.
068300     MOVE WS-SUMMARY-LINE TO XSITE-REPORT-LINE.
068400     MOVE "TOTAL" TO XSITE-REPORT-LINE (3:5).
068500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
068600 5000-EXIT.
068700     EXIT.
068800
068900 5100-SUMMARY-LINE.
069000     IF WS-PAIR-VISITS (WS-SITE-I, WS-SITE-J) = 0
069100         GO TO 5100-EXIT
069200     END-IF.
069300     MOVE SPACES TO WS-SUMMARY-LINE.
069400     MOVE WS-SITE-CODE (WS-SITE-I) TO SM-HOME.
069500     MOVE WS-SITE-CODE (WS-SITE-J) TO SM-HOST.
069600     MOVE WS-PAIR-VISITS (WS-SITE-I, WS-SITE-J) TO SM-VISITS.
069700     MOVE WS-PAIR-MEMBERS (WS-SITE-I, WS-SITE-J) TO SM-MEMBERS.
069800     MOVE WS-SITE-RATE (WS-SITE-J) TO SM-RATE.
069900     MOVE WS-PAIR-AMOUNT (WS-SITE-I, WS-SITE-J) TO SM-AMOUNT.
070000     MOVE WS-SUMMARY-LINE TO XSITE-REPORT-LINE.
070100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
070200 5100-EXIT.
070300     EXIT.
070400
070500*----------------------------------------------------------*
070600* 6000-LIST-SETTLEMENT - FOR EACH PAIR OF CLUBS WITH VISITS *
070700* EITHER WAY, WHAT EACH OWES THE OTHER AND THE NET PAYMENT. *
070800*----------------------------------------------------------*
070900 6000-LIST-SETTLEMENT.
071000     MOVE SPACES TO XSITE-REPORT-LINE.
071100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
071200     MOVE "SETTLEMENT BETWEEN CLUBS" TO XSITE-REPORT-LINE.
071300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
071400     IF WS-CROSS-COUNT = 0
071500         MOVE "  NOTHING OWED" TO XSITE-REPORT-LINE
071600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
071700         GO TO 6000-EXIT
071800     END-IF.
071900     PERFORM 6100-SETTLE-PAIR THRU 6100-EXIT
072000         VARYING WS-SITE-I FROM 1 BY 1
072100         UNTIL WS-SITE-I > WS-SITE-USED
072200         AFTER WS-SITE-J FROM 1 BY 1
072300         UNTIL WS-SITE-J > WS-SITE-USED.
072400 6000-EXIT.
072500     EXIT.
072600
072700 6100-SETTLE-PAIR.
072800     IF WS-SITE-J NOT > WS-SITE-I
072900         GO TO 6100-EXIT
073000     END-IF.
073100     IF WS-PAIR-VISITS (WS-SITE-I, WS-SITE-J) = 0
073200         AND WS-PAIR-VISITS (WS-SITE-J, WS-SITE-I) = 0
073300         GO TO 6100-EXIT
073400     END-IF.
073500     MOVE WS-PAIR-AMOUNT (WS-SITE-I, WS-SITE-J) TO WS-OWED-ONE.
073600     MOVE WS-PAIR-AMOUNT (WS-SITE-J, WS-SITE-I) TO WS-OWED-OTHER.
073700     MOVE SPACES TO SL-NET-TEXT.
073800     MOVE WS-SITE-CODE (WS-SITE-I) TO SL-FROM-1 SL-TO-2.
073900     MOVE WS-SITE-CODE (WS-SITE-J) TO SL-TO-1 SL-FROM-2.
074000     MOVE WS-OWED-ONE TO SL-OWED-1.
074100     MOVE WS-OWED-OTHER TO SL-OWED-2.
074200     IF WS-OWED-ONE > WS-OWED-OTHER
074300         STRING "NET " DELIMITED BY SIZE
074400             WS-SITE-CODE (WS-SITE-I) DELIMITED BY SIZE
074500             " PAYS " DELIMITED BY SIZE
074600             WS-SITE-CODE (WS-SITE-J) DELIMITED BY SIZE
074700             INTO SL-NET-TEXT
074800         COMPUTE SL-NET = WS-OWED-ONE - WS-OWED-OTHER
074900     ELSE
075000         IF WS-OWED-OTHER > WS-OWED-ONE
075100             STRING "NET " DELIMITED BY SIZE
075200                 WS-SITE-CODE (WS-SITE-J) DELIMITED BY SIZE
075300                 " PAYS " DELIMITED BY SIZE
075400                 WS-SITE-CODE (WS-SITE-I) DELIMITED BY SIZE
075500                 INTO SL-NET-TEXT
075600             COMPUTE SL-NET = WS-OWED-OTHER - WS-OWED-ONE
075700         ELSE
075800             MOVE "NET - EVEN" TO SL-NET-TEXT
075900             MOVE 0 TO SL-NET
076000         END-IF
076100     END-IF.
076200     MOVE WS-SETTLE-LINE TO XSITE-REPORT-LINE.
076300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
076400 6100-EXIT.
076500     EXIT.
076600
076700 8000-WRITE-LINE.
076800     WRITE XSITE-REPORT-LINE.
076900     IF NOT WS-REPORT-OK
077000         DISPLAY "XSITRPT WRITE FAILED, STATUS = "
077100             WS-REPORT-STATUS
077200         IF RETURN-CODE < 4
077300             MOVE 4 TO RETURN-CODE
077400         END-IF
077500     END-IF.
077600 8000-EXIT.
077700     EXIT.
077800
077900*----------------------------------------------------------*
078000* 9000-WRAP-UP - RUN TOTALS FOR THE OPERATOR.               *
078100*----------------------------------------------------------*
078200 9000-WRAP-UP.
078300     IF MASTER-OPEN
078400         CLOSE MEMBER-MASTER-FILE
078500     END-IF.
078600     CLOSE XSITE-REPORT-FILE.
078700     MOVE WS-TOT-AMOUNT TO WS-VALUE-EDIT.
078800     DISPLAY "CROSS-SITE VISIT REPORT COMPLETE FOR " WS-PARM.
078900     DISPLAY "  CHKHIST RECORDS READ....: " WS-READ-COUNT.
079000     DISPLAY "  CHECK-INS IN MONTH......: " WS-IN-COUNT.
079100     DISPLAY "  CROSS-SITE CHECK-INS....: " WS-CROSS-COUNT.
079200     DISPLAY "  HOME/HOST PAIRS.........: " WS-PAIR-COUNT.
079300     DISPLAY "  TOTAL OWED BETWEEN CLUBS: " WS-VALUE-EDIT.
079400 9000-EXIT.
079500     EXIT.
