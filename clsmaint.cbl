002840*                      CHECK IT AGAINST THE INSTRUCTOR
002850*                      MASTER WHEN THAT FILE IS ON HAND;
002860*                      AUDIT IMAGES WIDENED TO 51.
002861*   2026-10-15  KAGE   NEW ACTION S - SESSION EXCEPTIONS.
002862*                      ONE DATED SESSION OF A CLASS CAN BE
002863*                      CANCELLED OR GIVEN A SUBSTITUTE
002864*                      INSTRUCTOR WITHOUT TOUCHING THE
002865*                      RECURRING SLOT ON CLASSES.  THE DATE
002866*                      MUST BE TODAY OR LATER AND FALL ON
002867*                      THE CLASS'S DAY; THE SUBSTITUTE IS
002868*                      CHECKED LIKE THE REGULAR INSTRUCTOR.
002869*                      KEPT ON THE NEW SESSEXC FILE THROUGH
002870*                      ITS OWN SXWORK PASS AND AUDITED ON
002871*                      CLSAUDIT AS ACTION S WITH SESSEXC
002872*                      BEFORE/AFTER IMAGES.
002873*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
002874*                      SIGNED ON AT THE KIOSK, PASSED BY
002875*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
002876*                      OF BEING KEYED FREELY HERE.
002877*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
002878*                      THE CLASS RUNS AT (RECORD 51 TO 54,
002879*                      APPENDED).  ADDS AND CHANGES PROMPT
002880*                      FOR IT (BLANK IS SITE 01) AND CHECK
002881*                      IT AGAINST THE NEW SITE MASTER
002882*                      (SITEMAST) WHEN THAT FILE IS ON
002883*                      HAND; CLSWORK AND AUDIT IMAGES
002884*                      WIDENED TO 54.
002885*   2026-10-15  KAGE   APPLY-FAIL AND LIVE-TOUCHED SWITCHES
002886*                      AND THE COPY COUNT ARE CLEARED ON
002887*                      EVERY CALL - ONE FAILED CHANGE FAILED
002888*                      EVERY LATER ONE IN THE SESSION.
002900*----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
004430         ORGANIZATION IS LINE SEQUENTIAL
004440         FILE STATUS IS WS-INST-STATUS.
004500
004507     SELECT SESSEXC-FILE ASSIGN TO "SESSEXC"
004515         ORGANIZATION IS LINE SEQUENTIAL
004523         FILE STATUS IS WS-SX-STATUS.
004530
004538     SELECT SESSEXC-WORK-FILE ASSIGN TO "SXWORK"
004546         ORGANIZATION IS LINE SEQUENTIAL
004553         FILE STATUS IS WS-SXWORK-STATUS.
004561
004569     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
004576         ORGANIZATION IS LINE SEQUENTIAL
004584         FILE STATUS IS WS-SITE-STATUS.
004592
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CLASS-SCHEDULE-FILE.
005800     05 CLS-CAPACITY         PIC 9(03).
005802     05 FILLER               PIC X(01).
005804     05 CLS-INSTRUCTOR       PIC X(08).
005836     05 FILLER               PIC X(01).
005868     05 CLS-SITE             PIC X(02).
005900
006000 FD  CLASS-WORK-FILE.
006100 01  CLASS-WORK-RECORD       PIC X(54).
006200
006300 FD  CLASS-AUDIT-FILE.
006400 01  CLASS-AUDIT-RECORD.
007200     05 FILLER               PIC X(01).
007300     05 CA-CLASS-ID          PIC X(08).
007400     05 FILLER               PIC X(01).
007500     05 CA-BEFORE-IMAGE      PIC X(54).
007600     05 FILLER               PIC X(01).
007700     05 CA-AFTER-IMAGE       PIC X(54).
007710
007720 FD  INSTRUCTOR-FILE.
007730 01  INSTRUCTOR-RECORD.
007750     05 FILLER               PIC X(01).
007760     05 INS-NAME             PIC X(20).
007800
007808 FD  SESSEXC-FILE.
007816 01  SESSEXC-RECORD.
007825     COPY SESSEXC.
007833
007841 FD  SESSEXC-WORK-FILE.
007850 01  SESSEXC-WORK-RECORD     PIC X(51).
007858
007866 FD  SITE-MASTER-FILE.
007875 01  SITE-MASTER-RECORD.
007883     COPY SITE.
007891
007900 WORKING-STORAGE SECTION.
008000 01  WS-USER-ID              PIC X(08).
008100 01  WS-ACTION               PIC X(01).
008200     88 ACTION-ADD           VALUE 'A'.
008300     88 ACTION-CHANGE        VALUE 'C'.
008400     88 ACTION-DELETE        VALUE 'D'.
008450     88 ACTION-SESSION       VALUE 'S'.
008500     88 ACTION-VALID         VALUE 'A' 'C' 'D' 'S'.
008600
008700 01  WS-SEARCH-CLASS         PIC X(08).
008800
009800     05 NW-CAPACITY          PIC 9(03).
009810     05 FILLER               PIC X(01).
009820     05 NW-INSTRUCTOR        PIC X(08).
009846     05 FILLER               PIC X(01).
009873     05 NW-SITE              PIC X(02).
009900
010000 01  WS-BEFORE-IMAGE         PIC X(54).
010100 01  WS-AFTER-IMAGE          PIC X(54).
010200
010300 01  WS-DESC-INPUT           PIC X(20).
010400 01  WS-DAY-INPUT            PIC X(03).
011300                             PIC 9(03).
011400     88 CAP-INPUT-IN-RANGE   VALUE 1 THRU 999.
011410 01  WS-INST-INPUT           PIC X(08).
011411 01  WS-SITE-INPUT           PIC X(02).
011412
011413*----------------------------------------------------------*
011415* SESSION EXCEPTION ENTRY - THE DATED SESSION, WHAT HAPPENS *
011416* TO IT, AND THE NEW SESSEXC ROW.                           *
011418*----------------------------------------------------------*
011420 01  WS-SESSION-DATE         PIC X(08).
011421 01  WS-SESSION-DATE-NUM REDEFINES WS-SESSION-DATE
011423                             PIC 9(08).
011425 01  WS-EXC-INPUT            PIC X(01).
011426     88 EXC-CANCEL           VALUE 'X'.
011428     88 EXC-SUBSTITUTE       VALUE 'S'.
011430     88 EXC-REMOVE           VALUE 'R'.
011431     88 EXC-INPUT-VALID      VALUE 'X' 'S' 'R'.
011433 01  WS-REASON-INPUT         PIC X(22).
011435
011436 01  WS-NEW-EXCEPTION.
011438     COPY SESSEXC
011439         REPLACING ==SX-CLASS-ID==     BY ==NX-CLASS-ID==
011441                   ==SX-SESSION-DATE== BY ==NX-SESSION-DATE==
011442                   ==SX-SESSION-DATE-NUM==
011444                                       BY ==NX-SESSION-DATE-NUM==
011445                   ==SX-TYPE==         BY ==NX-TYPE==
011447                   ==SX-CANCELLED==    BY ==NX-CANCELLED==
011448                   ==SX-SUBSTITUTE==   BY ==NX-SUBSTITUTE==
011450                   ==SX-TYPE-VALID==   BY ==NX-TYPE-VALID==
011451                   ==SX-SUB-INSTRUCTOR==
011453                                       BY ==NX-SUB-INSTRUCTOR==
011454                   ==SX-REASON==       BY ==NX-REASON==.
011456
011458*----------------------------------------------------------*
011460* DATE EDIT - THE KEYED DATE SPLIT FOR THE CHECK AND THE    *
011461* DAYS IN EACH MONTH, AS IN CALMAINT; THE DAY OF THE WEEK   *
011463* AS CLSATTND WORKS IT OUT (DAY 1 OF THE INTEGER DATE       *
011465* SCHEME WAS A MONDAY).                                     *
011466*----------------------------------------------------------*
011468 01  WS-CHECK-DATE           PIC 9(08).
011470 01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
011471     05 WS-CHECK-YYYY        PIC 9(04).
011473     05 WS-CHECK-MM          PIC 9(02).
011475     05 WS-CHECK-DD          PIC 9(02).
011476 01  WS-MONTH-DAYS-VALUES    PIC X(24)
011478                             VALUE "312831303130313130313031".
011480 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
011481     05 WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
011483 01  WS-MONTH-LENGTH         PIC 9(02).
011485 01  WS-LEAP-QUOT            PIC 9(04).
011486 01  WS-LEAP-REM             PIC 9(02).
011488 01  WS-DAY-NAMES            PIC X(21)
011490     VALUE "MONTUEWEDTHUFRISATSUN".
011491 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
011493     05 WS-DAY-NAME          PIC X(03) OCCURS 7 TIMES.
011495 77  WS-DATE-INT             PIC 9(07) COMP.
011496 77  WS-DATE-QUOT            PIC 9(07) COMP.
011498 77  WS-DATE-REM             PIC 9(01) COMP.
011500
011600 01  WS-SWITCHES.
011700     05 WS-CLASS-STATUS      PIC X(02).
013280         88 INSTRUCTOR-FILE-ON VALUE 'Y'.
013285     05 WS-LIVE-TOUCHED-SW   PIC X(01) VALUE 'N'.
013290         88 LIVE-FILE-TOUCHED VALUE 'Y'.
013297     05 WS-SX-STATUS         PIC X(02).
013304         88 WS-SX-OK         VALUE '00'.
013312         88 WS-SX-EOF        VALUE '10'.
013319         88 WS-SX-NOT-FOUND  VALUE '35'.
013326     05 WS-SXWORK-STATUS     PIC X(02).
013334         88 WS-SXWORK-OK     VALUE '00'.
013341         88 WS-SXWORK-EOF    VALUE '10'.
013348     05 WS-SX-FOUND-SW       PIC X(01) VALUE 'N'.
013356         88 EXCEPTION-FOUND  VALUE 'Y'.
013363     05 WS-SX-EMPTY-SW       PIC X(01) VALUE 'N'.
013370         88 EXCEPTIONS-EMPTY VALUE 'Y'.
013378     05 WS-DATE-SW           PIC X(01) VALUE 'N'.
013385         88 DATE-VALID       VALUE 'Y'.
013386     05 WS-SITE-STATUS       PIC X(02).
013388         88 WS-SITE-OK       VALUE '00'.
013390         88 WS-SITE-EOF      VALUE '10'.
013391     05 WS-SITE-FOUND-SW     PIC X(01) VALUE 'N'.
013393         88 SITE-FOUND       VALUE 'Y'.
013395     05 WS-SITE-FILE-SW      PIC X(01) VALUE 'N'.
013396         88 SITE-FILE-ON     VALUE 'Y'.
013398
013400 77  WS-COPIED-COUNT         PIC 9(04) COMP VALUE 0.
013500
013600 01  WS-CURRENT-DATE-TIME.
013700     05 WS-CURR-DATE         PIC X(08).
013800     05 WS-CURR-TIME         PIC X(06).
013900
013920 LINKAGE SECTION.
013940 01  SIGNON-PARM.
013960     COPY SIGNON.
013980
014000 PROCEDURE DIVISION USING SIGNON-PARM.
014100 0000-MAINLINE.
014133     MOVE 'N' TO WS-APPLY-FAIL-SW WS-LIVE-TOUCHED-SW.
014166     MOVE 0 TO WS-COPIED-COUNT.
014200     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
014300     PERFORM 1100-GET-ACTION THRU 1100-EXIT.
014400     PERFORM 1200-GET-CLASS-ID THRU 1200-EXIT.
014800             "USE C TO CHANGE IT"
014900         GO TO 0000-GOBACK
015000     END-IF.
015100     IF (ACTION-CHANGE OR ACTION-DELETE OR ACTION-SESSION)
015150         AND NOT CLASS-FOUND
015200         DISPLAY "NO CLASS FOUND FOR ID " WS-SEARCH-CLASS
015220         GO TO 0000-GOBACK
015240     END-IF.
015260     IF ACTION-SESSION
015280         PERFORM 7000-SESSION-EXCEPTION THRU 7000-EXIT
015300         GO TO 0000-GOBACK
015400     END-IF.
015500     IF ACTION-ADD OR ACTION-CHANGE
016900*----------------------------------------------------------*
017000* 1000-GET-USER-ID - IDENTIFY THE CLERK KEYING THE CHANGE   *
017100* SO THE AUDIT TRAIL CAN ANSWER "WHO CHANGED THIS CLASS".   *
017150* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.      *
017200*----------------------------------------------------------*
017300 1000-GET-USER-ID.
017400     MOVE SO-OPER-ID TO WS-USER-ID.
018000 1000-EXIT.
018100     EXIT.
018200
018300 1100-GET-ACTION.
018400     DISPLAY "Action - A(dd), C(hange), D(elete), "
018450         "S(ession exception): "
018500         WITH NO ADVANCING.
018600     ACCEPT WS-ACTION.
018700     IF NOT ACTION-VALID
018800         DISPLAY "INVALID ACTION - ENTER A, C, D OR S"
018900         GO TO 1100-GET-ACTION
019000     END-IF.
019100 1100-EXIT.
026400     PERFORM 3300-GET-TIME THRU 3300-EXIT.
026500     PERFORM 3400-GET-CAPACITY THRU 3400-EXIT.
026510     PERFORM 3500-GET-INSTRUCTOR THRU 3500-EXIT.
026555     PERFORM 3600-GET-SITE THRU 3600-EXIT.
026600 3000-EXIT.
026700     EXIT.
026800
031739 3530-EXIT.
031740     EXIT.
031741
031742*----------------------------------------------------------*
031743* 3600-GET-SITE - THE CLUB THE CLASS RUNS AT.  BLANK IS     *
031744* SITE 01, THE ORIGINAL CLUB.  CHECKED AGAINST THE SITE     *
031745* MASTER WHEN THAT FILE IS ON HAND, TAKEN ON TRUST WITH A   *
031746* WARNING WHEN IT IS NOT, AS 3500 DOES FOR INSTRUCTORS.     *
031747*----------------------------------------------------------*
031748 3600-GET-SITE.
031749     DISPLAY "Site code (blank = 01): " WITH NO ADVANCING.
031750     ACCEPT WS-SITE-INPUT.
031751     IF WS-SITE-INPUT = SPACES
031752         MOVE "01" TO WS-SITE-INPUT
031753     END-IF.
031755     PERFORM 3610-LOOKUP-SITE THRU 3610-EXIT.
031756     IF SITE-FILE-ON AND NOT SITE-FOUND
031757         DISPLAY "NO SITE ON FILE FOR CODE " WS-SITE-INPUT
031758         GO TO 3600-GET-SITE
031759     END-IF.
031760     IF NOT SITE-FILE-ON
031761         DISPLAY "SITE MASTER NOT ON HAND - CODE TAKEN AS KEYED"
031762     END-IF.
031763     MOVE WS-SITE-INPUT TO NW-SITE.
031764 3600-EXIT.
031765     EXIT.
031766
031767 3610-LOOKUP-SITE.
031768     MOVE 'N' TO WS-SITE-FOUND-SW.
031770     MOVE 'N' TO WS-SITE-FILE-SW.
031771     OPEN INPUT SITE-MASTER-FILE.
031772     IF NOT WS-SITE-OK
031773         GO TO 3610-EXIT
031774     END-IF.
031775     MOVE 'Y' TO WS-SITE-FILE-SW.
031776     PERFORM 3620-READ-SITE THRU 3620-EXIT.
031777     PERFORM 3630-MATCH-SITE THRU 3630-EXIT
031778         UNTIL WS-SITE-EOF OR SITE-FOUND.
031779     CLOSE SITE-MASTER-FILE.
031780 3610-EXIT.
031781     EXIT.
031782
031783 3620-READ-SITE.
031785     READ SITE-MASTER-FILE.
031786 3620-EXIT.
031787     EXIT.
031788
031789 3630-MATCH-SITE.
031790     IF ST-SITE-CODE = WS-SITE-INPUT
031791         MOVE 'Y' TO WS-SITE-FOUND-SW
031792         DISPLAY "SITE: " ST-SITE-NAME
031793         GO TO 3630-EXIT
031794     END-IF.
031795     PERFORM 3620-READ-SITE THRU 3620-EXIT.
031796 3630-EXIT.
031797     EXIT.
031798
031800*----------------------------------------------------------*
031900* 4000-APPLY-TO-SCHEDULE - COPY THE SCHEDULE THROUGH THE    *
032000* WORK FILE APPLYING THE ACTION: A CHANGE SWAPS THE NEW     *
045400     IF ACTION-ADD OR ACTION-CHANGE
045500         MOVE WS-NEW-CLASS TO WS-AFTER-IMAGE
045600     END-IF.
045625     IF ACTION-SESSION
045650         MOVE WS-NEW-EXCEPTION TO WS-AFTER-IMAGE
045675     END-IF.
045700     OPEN EXTEND CLASS-AUDIT-FILE.
045800     IF WS-AUDIT-NOT-FOUND
045900         OPEN OUTPUT CLASS-AUDIT-FILE
048100     CLOSE CLASS-AUDIT-FILE.
048200 6000-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------*
048600* 7000-SESSION-EXCEPTION - CANCEL ONE DATED SESSION OF THE  *
048700* CLASS, PUT A SUBSTITUTE INSTRUCTOR ON IT, OR REMOVE AN    *
048800* EXCEPTION KEYED IN ERROR.  THE RECURRING SLOT ON CLASSES  *
048900* STAYS AS IT IS; THE EXCEPTION GOES ON SESSEXC THROUGH     *
049000* ITS OWN WORK FILE AND IS AUDITED ON CLSAUDIT AS ACTION S  *
049100* WITH SESSEXC-LAYOUT IMAGES.  SESSNTFY BUILDS THE MEMBER   *
049200* NOTICE LIST FROM THAT AUDIT LINE OVERNIGHT.               *
049300*----------------------------------------------------------*
049400 7000-SESSION-EXCEPTION.
049500*    THE CLASS AS ON FILE, FOR ITS MEETING DAY AND REGULAR
049600*    INSTRUCTOR.
049700     MOVE WS-BEFORE-IMAGE TO WS-NEW-CLASS.
049800     PERFORM 7100-GET-SESSION-DATE THRU 7100-EXIT.
049900     PERFORM 7200-LOOKUP-EXCEPTION THRU 7200-EXIT.
050000     PERFORM 7300-GET-EXCEPTION-TYPE THRU 7300-EXIT.
050100     IF EXC-REMOVE AND NOT EXCEPTION-FOUND
050200         DISPLAY "NO SESSION EXCEPTION FOR CLASS " WS-SEARCH-CLASS
050300             " ON " WS-SESSION-DATE
050400         GO TO 7000-EXIT
050500     END-IF.
050600     MOVE SPACES TO WS-NEW-EXCEPTION.
050700     IF NOT EXC-REMOVE
050800         MOVE WS-SEARCH-CLASS TO NX-CLASS-ID
050900         MOVE WS-SESSION-DATE TO NX-SESSION-DATE
051000         MOVE WS-EXC-INPUT    TO NX-TYPE
051100         IF EXC-SUBSTITUTE
051200             PERFORM 7400-GET-SUBSTITUTE THRU 7400-EXIT
051300         END-IF
051400         PERFORM 7500-GET-REASON THRU 7500-EXIT
051500     END-IF.
051600     PERFORM 7600-APPLY-TO-EXCEPTIONS THRU 7600-EXIT.
051700     IF APPLY-FAILED
051800         IF LIVE-FILE-TOUCHED
051900             DISPLAY "WARNING - THE LIVE SESSEXC FILE MAY BE"
052000                 " INCOMPLETE FOR CLASS " WS-SEARCH-CLASS
052100             DISPLAY "SXWORK HOLDS THE FULL INTENDED"
052200                 " EXCEPTIONS - RESTORE IT BEFORE THE NIGHTLY"
052300                 " RUN"
052400             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
052500             GO TO 7000-EXIT
052600         END-IF
052700         DISPLAY "SESSION EXCEPTION NOT APPLIED FOR CLASS "
052800             WS-SEARCH-CLASS
052900         GO TO 7000-EXIT
053000     END-IF.
053100     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
053200     DISPLAY "SESSION EXCEPTION APPLIED FOR CLASS "
053300         WS-SEARCH-CLASS " ON " WS-SESSION-DATE.
053400     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
053500     IF WS-SESSION-DATE = WS-CURR-DATE
053600         DISPLAY "SESSION IS TODAY - TELL THE ENROLLED MEMBERS"
053700             " AT THE DESK; THE NOTICE LIST IS BUILT OVERNIGHT"
053800     END-IF.
053900 7000-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------*
054300* 7100-GET-SESSION-DATE - A REAL DATE, NOT IN THE PAST, ON  *
054400* THE DAY OF THE WEEK THE CLASS MEETS.                      *
054500*----------------------------------------------------------*
054600 7100-GET-SESSION-DATE.
054700     DISPLAY "Session date (YYYYMMDD): " WITH NO ADVANCING.
054800     ACCEPT WS-SESSION-DATE.
054900     PERFORM 7150-CHECK-DATE THRU 7150-EXIT.
055000     IF NOT DATE-VALID
055100         DISPLAY "INVALID DATE - ENTER A REAL DATE, YYYYMMDD"
055200         GO TO 7100-GET-SESSION-DATE
055300     END-IF.
055400     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
055500     IF WS-SESSION-DATE < WS-CURR-DATE
055600         DISPLAY "SESSION DATE IS IN THE PAST"
055700         GO TO 7100-GET-SESSION-DATE
055800     END-IF.
055900     COMPUTE WS-DATE-INT =
056000         FUNCTION INTEGER-OF-DATE (WS-SESSION-DATE-NUM).
056100     DIVIDE WS-DATE-INT BY 7 GIVING WS-DATE-QUOT
056200         REMAINDER WS-DATE-REM.
056300     IF WS-DATE-REM = 0
056400         MOVE 7 TO WS-DATE-REM
056500     END-IF.
056600     IF WS-DAY-NAME (WS-DATE-REM) NOT = NW-DAY
056700         DISPLAY "CLASS " WS-SEARCH-CLASS " MEETS ON " NW-DAY
056800             " - " WS-SESSION-DATE " IS A "
056900             WS-DAY-NAME (WS-DATE-REM)
057000         GO TO 7100-GET-SESSION-DATE
057100     END-IF.
057200 7100-EXIT.
057300     EXIT.
057400
057500 7150-CHECK-DATE.
057600     MOVE 'N' TO WS-DATE-SW.
057700     IF WS-SESSION-DATE NOT NUMERIC
057800         GO TO 7150-EXIT
057900     END-IF.
058000     MOVE WS-SESSION-DATE TO WS-CHECK-DATE.
058100     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
058200         OR WS-CHECK-DD < 1
058300         GO TO 7150-EXIT
058400     END-IF.
058500     MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-MONTH-LENGTH.
058600     IF WS-CHECK-MM = 2
058700         DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOT
058800             REMAINDER WS-LEAP-REM
058900         IF WS-LEAP-REM = 0
059000             MOVE 29 TO WS-MONTH-LENGTH
059100         END-IF
059200     END-IF.
059300     IF WS-CHECK-DD > WS-MONTH-LENGTH
059400         GO TO 7150-EXIT
059500     END-IF.
059600     MOVE 'Y' TO WS-DATE-SW.
059700 7150-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------*
060100* 7200-LOOKUP-EXCEPTION - ONE PASS OF SESSEXC FOR THE CLASS *
060200* AND SESSION DATE, KEEPING THE ROW AS THE BEFORE IMAGE IF  *
060300* IT IS THERE.  NO SESSEXC YET IS AN EMPTY FILE.            *
060400*----------------------------------------------------------*
060500 7200-LOOKUP-EXCEPTION.
060600     MOVE 'N' TO WS-SX-FOUND-SW.
060700     MOVE 'N' TO WS-SX-EMPTY-SW.
060800     MOVE SPACES TO WS-BEFORE-IMAGE.
060900     OPEN INPUT SESSEXC-FILE.
061000     IF WS-SX-NOT-FOUND
061100         MOVE 'Y' TO WS-SX-EMPTY-SW
061200         GO TO 7200-EXIT
061300     END-IF.
061400     IF NOT WS-SX-OK
061500         DISPLAY "SESSEXC OPEN FAILED, STATUS = "
061600             WS-SX-STATUS
061700         GOBACK
061800     END-IF.
061900     PERFORM 7210-READ-EXCEPTION THRU 7210-EXIT.
062000     PERFORM 7220-MATCH-EXCEPTION THRU 7220-EXIT
062100         UNTIL WS-SX-EOF OR EXCEPTION-FOUND.
062200     CLOSE SESSEXC-FILE.
062300 7200-EXIT.
062400     EXIT.
062500
062600 7210-READ-EXCEPTION.
062700     READ SESSEXC-FILE.
062800 7210-EXIT.
062900     EXIT.
063000
063100 7220-MATCH-EXCEPTION.
063200     IF SX-CLASS-ID = WS-SEARCH-CLASS
063300         AND SX-SESSION-DATE = WS-SESSION-DATE
063400         MOVE 'Y' TO WS-SX-FOUND-SW
063500         MOVE SESSEXC-RECORD TO WS-BEFORE-IMAGE
063600         DISPLAY "ON FILE: " SESSEXC-RECORD
063700         GO TO 7220-EXIT
063800     END-IF.
063900     PERFORM 7210-READ-EXCEPTION THRU 7210-EXIT.
064000 7220-EXIT.
064100     EXIT.
064200
064300 7300-GET-EXCEPTION-TYPE.
064400     DISPLAY "X (cancel session), S (substitute), "
064500         "R (remove exception): " WITH NO ADVANCING.
064600     ACCEPT WS-EXC-INPUT.
064700     IF NOT EXC-INPUT-VALID
064800         DISPLAY "INVALID CHOICE - ENTER X, S OR R"
064900         GO TO 7300-GET-EXCEPTION-TYPE
065000     END-IF.
065100 7300-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------*
065500* 7400-GET-SUBSTITUTE - THE COVERING INSTRUCTOR, CHECKED    *
065600* AGAINST THE INSTRUCTOR MASTER THE SAME WAY AS 3500.  THE  *
065700* REGULAR INSTRUCTOR CANNOT COVER THEIR OWN CLASS.          *
065800*----------------------------------------------------------*
065900 7400-GET-SUBSTITUTE.
066000     DISPLAY "Substitute instructor ID: " WITH NO ADVANCING.
066100     ACCEPT WS-INST-INPUT.
066200     IF WS-INST-INPUT = SPACES
066300         DISPLAY "INSTRUCTOR ID MAY NOT BE BLANK"
066400         GO TO 7400-GET-SUBSTITUTE
066500     END-IF.
066600     IF WS-INST-INPUT = NW-INSTRUCTOR
066700         DISPLAY WS-INST-INPUT " IS THE REGULAR INSTRUCTOR"
066800             " FOR THIS CLASS"
066900         GO TO 7400-GET-SUBSTITUTE
067000     END-IF.
067100     PERFORM 3510-LOOKUP-INSTRUCTOR THRU 3510-EXIT.
067200     IF INSTRUCTOR-FILE-ON AND NOT INSTRUCTOR-FOUND
067300         DISPLAY "NO INSTRUCTOR ON FILE FOR ID "
067400             WS-INST-INPUT
067500         GO TO 7400-GET-SUBSTITUTE
067600     END-IF.
067700     IF NOT INSTRUCTOR-FILE-ON
067800         DISPLAY "INSTRUCTOR MASTER NOT ON HAND - ID TAKEN"
067900             " AS KEYED"
068000     END-IF.
068100     MOVE WS-INST-INPUT TO NX-SUB-INSTRUCTOR.
068200 7400-EXIT.
068300     EXIT.
068400
068500 7500-GET-REASON.
068600     DISPLAY "Reason: " WITH NO ADVANCING.
068700     ACCEPT WS-REASON-INPUT.
068800     IF WS-REASON-INPUT = SPACES
068900         DISPLAY "REASON MAY NOT BE BLANK"
069000         GO TO 7500-GET-REASON
069100     END-IF.
069200     MOVE WS-REASON-INPUT TO NX-REASON.
069300 7500-EXIT.
069400     EXIT.
069500
069600*----------------------------------------------------------*
069700* 7600-APPLY-TO-EXCEPTIONS - COPY SESSEXC THROUGH SXWORK:   *
069800* THE ROW FOR THE CLASS AND DATE IS REPLACED, OR DROPPED ON *
069900* A REMOVE; A NEW ONE IS APPENDED AT THE END.  SXWORK THEN  *
070000* REPLACES SESSEXC, AS 4000 DOES FOR CLASSES.               *
070100*----------------------------------------------------------*
070200 7600-APPLY-TO-EXCEPTIONS.
070300     OPEN OUTPUT SESSEXC-WORK-FILE.
070400     IF NOT WS-SXWORK-OK
070500         DISPLAY "SXWORK OPEN FAILED, STATUS = "
070600             WS-SXWORK-STATUS
070700         MOVE 'Y' TO WS-APPLY-FAIL-SW
070800         GO TO 7600-EXIT
070900     END-IF.
071000     IF NOT EXCEPTIONS-EMPTY
071100         OPEN INPUT SESSEXC-FILE
071200         IF NOT WS-SX-OK
071300             DISPLAY "SESSEXC REOPEN FAILED, STATUS = "
071400                 WS-SX-STATUS
071500             MOVE 'Y' TO WS-APPLY-FAIL-SW
071600             CLOSE SESSEXC-WORK-FILE
071700             GO TO 7600-EXIT
071800         END-IF
071900         PERFORM 7210-READ-EXCEPTION THRU 7210-EXIT
072000         PERFORM 7610-COPY-EXCEPTION THRU 7610-EXIT
072100             UNTIL WS-SX-EOF
072200         CLOSE SESSEXC-FILE
072300     END-IF.
072400     IF NOT EXCEPTION-FOUND AND NOT APPLY-FAILED
072500         MOVE SPACES TO SESSEXC-WORK-RECORD
072600         MOVE WS-NEW-EXCEPTION TO SESSEXC-WORK-RECORD
072700         PERFORM 7620-WRITE-SXWORK THRU 7620-EXIT
072800     END-IF.
072900     CLOSE SESSEXC-WORK-FILE.
073000     IF NOT APPLY-FAILED
073100         PERFORM 7700-REWRITE-EXCEPTIONS THRU 7700-EXIT
073200     END-IF.
073300 7600-EXIT.
073400     EXIT.
073500
073600 7610-COPY-EXCEPTION.
073700     IF SX-CLASS-ID = WS-SEARCH-CLASS
073800         AND SX-SESSION-DATE = WS-SESSION-DATE
073900         IF EXC-REMOVE
074000             GO TO 7610-NEXT
074100         END-IF
074200         MOVE SPACES TO SESSEXC-WORK-RECORD
074300         MOVE WS-NEW-EXCEPTION TO SESSEXC-WORK-RECORD
074400         PERFORM 7620-WRITE-SXWORK THRU 7620-EXIT
074500         GO TO 7610-NEXT
074600     END-IF.
074700     MOVE SPACES TO SESSEXC-WORK-RECORD.
074800     MOVE SESSEXC-RECORD TO SESSEXC-WORK-RECORD.
074900     PERFORM 7620-WRITE-SXWORK THRU 7620-EXIT.
075000 7610-NEXT.
075100     PERFORM 7210-READ-EXCEPTION THRU 7210-EXIT.
075200 7610-EXIT.
075300     EXIT.
075400
075500 7620-WRITE-SXWORK.
075600     WRITE SESSEXC-WORK-RECORD.
075700     IF NOT WS-SXWORK-OK
075800         DISPLAY "SXWORK WRITE FAILED, STATUS = "
075900             WS-SXWORK-STATUS
076000         MOVE 'Y' TO WS-APPLY-FAIL-SW
076100     END-IF.
076200 7620-EXIT.
076300     EXIT.
076400
076500*----------------------------------------------------------*
076600* 7700-REWRITE-EXCEPTIONS - SXWORK BECOMES THE LIVE         *
076700* SESSEXC FILE.                                             *
076800*----------------------------------------------------------*
076900 7700-REWRITE-EXCEPTIONS.
077000     OPEN OUTPUT SESSEXC-FILE.
077100     IF NOT WS-SX-OK
077200         DISPLAY "SESSEXC REWRITE FAILED, STATUS = "
077300             WS-SX-STATUS
077400         MOVE 'Y' TO WS-APPLY-FAIL-SW
077500         GO TO 7700-EXIT
077600     END-IF.
077700     MOVE 'Y' TO WS-LIVE-TOUCHED-SW.
077800     OPEN INPUT SESSEXC-WORK-FILE.
077900     IF NOT WS-SXWORK-OK
078000         DISPLAY "SXWORK REOPEN FAILED, STATUS = "
078100             WS-SXWORK-STATUS
078200         MOVE 'Y' TO WS-APPLY-FAIL-SW
078300         CLOSE SESSEXC-FILE
078400         GO TO 7700-EXIT
078500     END-IF.
078600     PERFORM 7710-READ-SXWORK THRU 7710-EXIT.
078700     PERFORM 7720-COPY-BACK THRU 7720-EXIT
078800         UNTIL WS-SXWORK-EOF.
078900     CLOSE SESSEXC-WORK-FILE.
079000     CLOSE SESSEXC-FILE.
079100 7700-EXIT.
079200     EXIT.
079300
079400 7710-READ-SXWORK.
079500     READ SESSEXC-WORK-FILE.
079600 7710-EXIT.
079700     EXIT.
079800
079900 7720-COPY-BACK.
080000     MOVE SPACES TO SESSEXC-RECORD.
080100     MOVE SESSEXC-WORK-RECORD TO SESSEXC-RECORD.
080200     WRITE SESSEXC-RECORD.
080300     IF NOT WS-SX-OK
080400         DISPLAY "SESSEXC WRITE FAILED, STATUS = "
080500             WS-SX-STATUS
080600         MOVE 'Y' TO WS-APPLY-FAIL-SW
080700     END-IF.
080800     ADD 1 TO WS-COPIED-COUNT.
080900     PERFORM 7710-READ-SXWORK THRU 7710-EXIT.
081000 7720-EXIT.
081100     EXIT.
