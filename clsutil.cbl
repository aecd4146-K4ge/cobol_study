000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLSUTIL.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  WEEKLY CLASS UTILIZATION AND
001000*                      WAITLIST DEMAND REPORT FOR SCHEDULE
001100*                      PLANNING.  OVER THE LAST FEW WEEKS
001200*                      (PARM) EVERY SESSION EACH CLASS HELD
001300*                      - NOT ON A FACCAL CLOSED DATE, NOT
001400*                      CANCELLED ON SESSEXC - GETS ITS NET
001500*                      ENROLLMENT AS AT THE SESSION DATE
001600*                      FROM ENRTRANS AND ITS SIGN-INS FROM
001700*                      ATTTRANS; THE NIGHTLY WAITLIST DEPTH
001800*                      COMES OFF WLHIST (WRITTEN BY
001900*                      CLSPROMO).  ONE LINE PER CLASS WITH
002000*                      CAPACITY, AVERAGE ENROLLED, FILL RATE,
002100*                      AVERAGE ATTENDED, SHOW-UP RATE AND
002200*                      PEAK WAITLIST, GROUPED UNDER ITS DAY
002300*                      AND TIME SLOT WITH A SLOT TOTAL.  A
002400*                      CLASS FULL AT THREE SESSIONS IN FOUR
002500*                      WITH A WAITLIST IS FLAGGED AS A
002600*                      CANDIDATE FOR ANOTHER SESSION; ONE
002700*                      UNDER THE MINIMUM FILL AT THREE IN
002800*                      FOUR AS A CANDIDATE TO CANCEL.  THE
002900*                      CLASS LINES ALSO GO TO THE UTILCSV
003000*                      EXTRACT FOR THE PLANNING SPREADSHEET.
003014*   2026-10-15  KAGE   CLASSES CARRIES THE CLASS'S SITE.
003028*                      THE REPORT NOW BREAKS BY SITE FIRST
003042*                      (NAME FROM SITEMAST) WITH A SITE
003057*                      TOTAL AT EACH CHANGE AND AN
003071*                      ALL-SITES TOTAL AT THE END; THE SITE
003085*                      IS ADDED AS THE LAST UTILCSV COLUMN.
003100*
003200* RUN PARAMETER.
003300*   WW,FFF - WEEKS TO LOOK BACK FROM YESTERDAY (1-13,
003400*   DEFAULT 4) AND MINIMUM FILL PERCENT (1-100, DEFAULT 40).
003500*   EITHER MAY BE LEFT OFF.
003600*----------------------------------------------------------*
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CLASS-SCHEDULE-FILE ASSIGN TO "CLASSES"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CLASS-STATUS.
004400
004500     SELECT ENROLL-TRANS-FILE ASSIGN TO "ENRTRANS"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ENROLL-STATUS.
004800
004900     SELECT ATT-TRANS-FILE ASSIGN TO "ATTTRANS"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ATT-STATUS.
005200
005300     SELECT WAIT-HIST-FILE ASSIGN TO "WLHIST"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-HIST-STATUS.
005600
005700     SELECT SESSEXC-FILE ASSIGN TO "SESSEXC"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SX-STATUS.
006000
006100     SELECT FACCAL-FILE ASSIGN TO "FACCAL"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CAL-STATUS.
006400
006500     SELECT UTIL-SORTED-FILE ASSIGN TO "UTILSORT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SORTED-STATUS.
006800
006900     SELECT UTIL-SORT-WORK ASSIGN TO "SORTWK01".
007000
007100     SELECT UTIL-REPORT-FILE ASSIGN TO "UTILRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-REPORT-STATUS.
007400
007500     SELECT UTIL-CSV-FILE ASSIGN TO "UTILCSV"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-CSV-STATUS.
007720
007740     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
007760         ORGANIZATION IS LINE SEQUENTIAL
007780         FILE STATUS IS WS-SITE-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CLASS-SCHEDULE-FILE.
008200 01  CLASS-SCHEDULE-RECORD.
008300     05 CLS-CLASS-ID         PIC X(08).
008400     05 FILLER               PIC X(01).
008500     05 CLS-DESCRIPTION      PIC X(20).
008600     05 FILLER               PIC X(01).
008700     05 CLS-DAY              PIC X(03).
008800     05 FILLER               PIC X(01).
008900     05 CLS-TIME             PIC X(04).
009000     05 FILLER               PIC X(01).
009100     05 CLS-CAPACITY         PIC 9(03).
009200     05 FILLER               PIC X(01).
009300     05 CLS-INSTRUCTOR       PIC X(08).
009333     05 FILLER               PIC X(01).
009366     05 CLS-SITE             PIC X(02).
009400
009500 FD  ENROLL-TRANS-FILE.
009600 01  ENROLL-TRANS-RECORD.
009700     05 EN-CLASS-ID          PIC X(08).
009800     05 FILLER               PIC X(01).
009900     05 EN-MEMBER-ID         PIC X(20).
010000     05 FILLER               PIC X(01).
010100     05 EN-DATE              PIC X(08).
010200     05 EN-DATE-NUM REDEFINES EN-DATE
010300                             PIC 9(08).
010400     05 FILLER               PIC X(01).
010500     05 EN-TIME              PIC X(06).
010600     05 FILLER               PIC X(01).
010700     05 EN-ACTION            PIC X(03).
010800         88 EN-ACTION-DROP   VALUE 'DRP'.
010900
011000 FD  ATT-TRANS-FILE.
011100 01  ATT-TRANS-RECORD.
011200     05 AT-CLASS-ID          PIC X(08).
011300     05 FILLER               PIC X(01).
011400     05 AT-MEMBER-ID         PIC X(20).
011500     05 FILLER               PIC X(01).
011600     05 AT-DATE              PIC X(08).
011700     05 AT-DATE-NUM REDEFINES AT-DATE
011800                             PIC 9(08).
011900     05 FILLER               PIC X(01).
012000     05 AT-TIME              PIC X(06).
012100
012200 FD  WAIT-HIST-FILE.
012300 01  WAIT-HIST-RECORD.
012400     05 WH-CLASS-ID          PIC X(08).
012500     05 FILLER               PIC X(01).
012600     05 WH-DATE              PIC X(08).
012700     05 WH-DATE-NUM REDEFINES WH-DATE
012800                             PIC 9(08).
012900     05 FILLER               PIC X(01).
013000     05 WH-WAITING           PIC 9(03).
013100     05 FILLER               PIC X(01).
013200     05 WH-PROMOTED          PIC 9(03).
013300     05 FILLER               PIC X(01).
013400     05 WH-CARRIED           PIC 9(03).
013500
013600 FD  SESSEXC-FILE.
013700 01  SESSEXC-RECORD.
013800     COPY SESSEXC.
013900
014000 FD  FACCAL-FILE.
014100 01  FACCAL-RECORD.
014200     COPY FACCAL.
014220
014240 FD  SITE-MASTER-FILE.
014260 01  SITE-MASTER-RECORD.
014280     COPY SITE.
014300
014400*    ONE RECORD PER CLASS WITH ITS WINDOW TOTALS, SORTED
014500*    INTO SITE, THEN DAY AND TIME SLOT ORDER.
014600 FD  UTIL-SORTED-FILE.
014700 01  UTIL-SORTED-RECORD.
014750     05 US-SITE              PIC X(02).
014800     05 US-DAY-NUM           PIC 9(01).
014900     05 US-TIME              PIC X(04).
015000     05 US-CLASS-ID          PIC X(08).
015100     05 US-DAY               PIC X(03).
015200     05 US-DESCRIPTION       PIC X(20).
015300     05 US-CAPACITY          PIC 9(03).
015400     05 US-HELD              PIC 9(03).
015500     05 US-ENROLLED          PIC 9(05).
015600     05 US-ATTENDED          PIC 9(05).
015700     05 US-PEAK-WAIT         PIC 9(03).
015800     05 US-FLAG              PIC X(01).
015900         88 US-ADD-SESSION   VALUE 'F'.
016000         88 US-UNDER-FILL    VALUE 'U'.
016100         88 US-NOT-HELD      VALUE 'N'.
016200
016300 SD  UTIL-SORT-WORK.
016400 01  UTIL-SORT-RECORD.
016450     05 UW-SITE              PIC X(02).
016500     05 UW-DAY-NUM           PIC 9(01).
016600     05 UW-TIME              PIC X(04).
016700     05 UW-CLASS-ID          PIC X(08).
016800     05 UW-DAY               PIC X(03).
016900     05 UW-DESCRIPTION       PIC X(20).
017000     05 UW-CAPACITY          PIC 9(03).
017100     05 UW-HELD              PIC 9(03).
017200     05 UW-ENROLLED          PIC 9(05).
017300     05 UW-ATTENDED          PIC 9(05).
017400     05 UW-PEAK-WAIT         PIC 9(03).
017500     05 UW-FLAG              PIC X(01).
017600
017700 FD  UTIL-REPORT-FILE.
017800 01  UTIL-REPORT-LINE        PIC X(80).
017900
018000 FD  UTIL-CSV-FILE.
018100 01  UTIL-CSV-RECORD         PIC X(100).
018200
018300 WORKING-STORAGE SECTION.
018400 01  WS-SWITCHES.
018500     05 WS-CLASS-STATUS      PIC X(02).
018600         88 WS-CLASS-OK      VALUE '00'.
018700         88 WS-CLASS-EOF     VALUE '10'.
018800     05 WS-ENROLL-STATUS     PIC X(02).
018900         88 WS-ENROLL-OK     VALUE '00'.
019000         88 WS-ENROLL-EOF    VALUE '10'.
019100         88 WS-ENROLL-NOT-FOUND VALUE '35'.
019200     05 WS-ATT-STATUS        PIC X(02).
019300         88 WS-ATT-OK        VALUE '00'.
019400         88 WS-ATT-EOF       VALUE '10'.
019500         88 WS-ATT-NOT-FOUND VALUE '35'.
019600     05 WS-HIST-STATUS       PIC X(02).
019700         88 WS-HIST-OK       VALUE '00'.
019800         88 WS-HIST-EOF      VALUE '10'.
019900         88 WS-HIST-NOT-FOUND VALUE '35'.
020000     05 WS-SX-STATUS         PIC X(02).
020100         88 WS-SX-OK         VALUE '00'.
020200         88 WS-SX-EOF        VALUE '10'.
020300         88 WS-SX-NOT-FOUND  VALUE '35'.
020400     05 WS-CAL-STATUS        PIC X(02).
020500         88 WS-CAL-OK        VALUE '00'.
020600         88 WS-CAL-EOF       VALUE '10'.
020700         88 WS-CAL-NOT-FOUND VALUE '35'.
020800     05 WS-SORTED-STATUS     PIC X(02).
020900         88 WS-SORTED-OK     VALUE '00'.
021000         88 WS-SORTED-EOF    VALUE '10'.
021100     05 WS-REPORT-STATUS     PIC X(02).
021200         88 WS-REPORT-OK     VALUE '00'.
021300     05 WS-CSV-STATUS        PIC X(02).
021400         88 WS-CSV-OK        VALUE '00'.
021420     05 WS-SITE-STATUS       PIC X(02).
021440         88 WS-SITE-OK       VALUE '00'.
021460         88 WS-SITE-EOF      VALUE '10'.
021480         88 WS-SITE-NOT-FOUND VALUE '35'.
021500     05 WS-CLS-FOUND-SW      PIC X(01) VALUE 'N'.
021600         88 CLASS-ROW-FOUND  VALUE 'Y'.
021700     05 WS-SES-FOUND-SW      PIC X(01) VALUE 'N'.
021800         88 SESSION-FOUND    VALUE 'Y'.
021900     05 WS-SKIP-SW           PIC X(01) VALUE 'N'.
022000         88 SESSION-NOT-HELD VALUE 'Y'.
022033     05 WS-SITE-FOUND-SW     PIC X(01) VALUE 'N'.
022066         88 SITE-FOUND       VALUE 'Y'.
022100
022200 01  WS-PARM                 PIC X(08).
022300 01  WS-PARM-WEEKS           PIC X(02) JUSTIFIED RIGHT.
022400 01  WS-PARM-WEEKS-9 REDEFINES WS-PARM-WEEKS
022500                             PIC 9(02).
022600 01  WS-PARM-FILL            PIC X(03) JUSTIFIED RIGHT.
022700 01  WS-PARM-FILL-9 REDEFINES WS-PARM-FILL
022800                             PIC 9(03).
022900 77  WS-WEEKS                PIC 9(02) COMP VALUE 4.
023000 77  WS-MIN-FILL             PIC 9(03) COMP VALUE 40.
023100 77  WS-PERSIST-PCT          PIC 9(03) COMP VALUE 75.
023200
023300 01  WS-CURR-DATE            PIC X(08).
023400 01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
023500                             PIC 9(08).
023600 01  WS-FROM-DATE            PIC 9(08).
023700 01  WS-TO-DATE              PIC 9(08).
023800 77  WS-FROM-INT             PIC 9(07) COMP.
023900 77  WS-TO-INT               PIC 9(07) COMP.
024000 77  WS-FROM-DAY-NUM         PIC 9(01) COMP.
024100 77  WS-DATE-INT             PIC 9(07) COMP.
024200 77  WS-DATE-QUOT            PIC 9(07) COMP.
024300 77  WS-DATE-REM             PIC 9(01) COMP.
024400 77  WS-SES-INT              PIC 9(07) COMP.
024500 77  WS-OFFSET               PIC 9(01) COMP.
024600 01  WS-DAY-NAMES            PIC X(21)
024700     VALUE "MONTUEWEDTHUFRISATSUN".
024800 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
024900     05 WS-DAY-NAME          PIC X(03) OCCURS 7 TIMES.
025000 77  WS-DAY-I                PIC 9(01) COMP.
025100
025200*----------------------------------------------------------*
025300* THE SCHEDULE, WITH EACH CLASS'S WEEKDAY NUMBER (1 = MON,  *
025400* 8 = NOT A DAY) AND WHERE ITS HELD SESSIONS START IN THE   *
025500* SESSION TABLE - A CLASS'S SESSIONS ARE KEPT TOGETHER.     *
025600*----------------------------------------------------------*
025700 01  WS-CLS-TABLE.
025800     05 WS-CLS-ENTRY OCCURS 50 TIMES
025900                     INDEXED BY WS-CLS-NDX.
026000         10 WS-CLS-ID        PIC X(08).
026100         10 WS-CLS-DESC      PIC X(20).
026200         10 WS-CLS-DAY       PIC X(03).
026300         10 WS-CLS-TIME      PIC X(04).
026400         10 WS-CLS-CAP       PIC 9(03).
026450         10 WS-CLS-SITE      PIC X(02).
026500         10 WS-CLS-DAY-NUM   PIC 9(01) COMP.
026600         10 WS-CLS-FIRST-SES PIC 9(04) COMP.
026700         10 WS-CLS-HELD      PIC 9(03) COMP.
026800         10 WS-CLS-PEAK-WAIT PIC 9(03) COMP.
026900 77  WS-CLS-USED             PIC 9(03) COMP VALUE 0.
027000 77  WS-CLS-I                PIC 9(03) COMP.
027100
027200 01  WS-SES-TABLE.
027300     05 WS-SES-ENTRY OCCURS 700 TIMES
027400                     INDEXED BY WS-SES-NDX.
027500         10 WS-SES-DATE-INT  PIC 9(07) COMP.
027600         10 WS-SES-ENROLLED  PIC S9(04) COMP.
027700         10 WS-SES-ATTENDED  PIC 9(04) COMP.
027800 77  WS-SES-USED             PIC 9(04) COMP VALUE 0.
027900 77  WS-SES-I                PIC 9(04) COMP.
028000 77  WS-SES-LAST             PIC 9(04) COMP.
028100
028200 01  WS-SX-TABLE.
028300     05 WS-SX-ENTRY OCCURS 500 TIMES
028400                    INDEXED BY WS-SX-NDX.
028500         10 WS-SX-CLASS      PIC X(08).
028600         10 WS-SX-INT        PIC 9(07) COMP.
028700 77  WS-SX-USED              PIC 9(03) COMP VALUE 0.
028800 77  WS-SX-I                 PIC 9(03) COMP.
028900
029000 01  WS-CLOSED-TABLE.
029100     05 WS-CLOSED-INT OCCURS 100 TIMES
029200                      INDEXED BY WS-CLOSED-NDX
029300                             PIC 9(07) COMP.
029400 77  WS-CLOSED-USED          PIC 9(03) COMP VALUE 0.
029500 77  WS-CLOSED-I             PIC 9(03) COMP.
029508
029516*----------------------------------------------------------*
029525* THE CLUB SITES FROM SITEMAST, FOR THE SITE HEADINGS.     *
029533*----------------------------------------------------------*
029541 01  WS-SITE-TABLE.
029550     05 WS-SITE-ENTRY OCCURS 10 TIMES
029558                      INDEXED BY WS-SITE-NDX.
029566         10 WS-SITE-CODE     PIC X(02).
029575         10 WS-SITE-NAME     PIC X(20).
029583 77  WS-SITE-USED            PIC 9(02) COMP VALUE 0.
029591 77  WS-SITE-I               PIC 9(02) COMP.
029600
029700*----------------------------------------------------------*
029800* ONE CLASS'S FIGURES FOR THE WINDOW, AND THE SLOT, SITE    *
029850* AND ALL-SITES TOTALS.                                     *
029900*----------------------------------------------------------*
030000 77  WS-TOT-ENROLLED         PIC 9(05) COMP.
030100 77  WS-TOT-ATTENDED         PIC 9(05) COMP.
030200 77  WS-FULL-COUNT           PIC 9(03) COMP.
030300 77  WS-UNDER-COUNT          PIC 9(03) COMP.
030400 77  WS-SES-ENR              PIC 9(04) COMP.
030500 01  WS-AVG-ENROLLED         PIC 9(04)V9.
030600 01  WS-AVG-ATTENDED         PIC 9(04)V9.
030700 01  WS-FILL-PCT             PIC 9(03).
030800 01  WS-SHOW-PCT             PIC 9(03).
030900 77  WS-WORK-CAP             PIC 9(05) COMP.
031000 77  WS-WORK-HELD            PIC 9(03) COMP.
031100 77  WS-WORK-ENROLLED        PIC 9(05) COMP.
031200 77  WS-WORK-ATTENDED        PIC 9(05) COMP.
031300 77  WS-WORK-CAP-SEATS       PIC 9(07) COMP.
031333 77  WS-WORK-PEAK-WAIT       PIC 9(05) COMP.
031366 01  WS-TOTAL-LABEL          PIC X(16).
031400
031500 01  WS-CUR-CLASS-KEY        PIC X(08).
031550 01  WS-CUR-SITE             PIC X(02) VALUE LOW-VALUES.
031600 01  WS-CUR-DAY-NUM          PIC 9(01) VALUE 9.
031700 01  WS-CUR-TIME             PIC X(04) VALUE LOW-VALUES.
031800 01  WS-CUR-DAY              PIC X(03).
031900 77  WS-SLOT-CLASSES         PIC 9(03) COMP VALUE 0.
032000 77  WS-SLOT-CAP             PIC 9(05) COMP VALUE 0.
032100 77  WS-SLOT-HELD            PIC 9(03) COMP VALUE 0.
032200 77  WS-SLOT-WEEKS           PIC 9(03) COMP VALUE 0.
032300 77  WS-SLOT-ENROLLED        PIC 9(05) COMP VALUE 0.
032400 77  WS-SLOT-ATTENDED        PIC 9(05) COMP VALUE 0.
032500 77  WS-SLOT-CAP-SEATS       PIC 9(07) COMP VALUE 0.
032600 77  WS-SLOT-PEAK-WAIT       PIC 9(05) COMP VALUE 0.
032606 77  WS-SITE-CLASSES         PIC 9(03) COMP VALUE 0.
032613 77  WS-SITE-CAP             PIC 9(05) COMP VALUE 0.
032620 77  WS-SITE-HELD            PIC 9(03) COMP VALUE 0.
032626 77  WS-SITE-ENROLLED        PIC 9(05) COMP VALUE 0.
032633 77  WS-SITE-ATTENDED        PIC 9(05) COMP VALUE 0.
032640 77  WS-SITE-CAP-SEATS       PIC 9(07) COMP VALUE 0.
032646 77  WS-SITE-PEAK-WAIT       PIC 9(05) COMP VALUE 0.
032653 77  WS-SITE-COUNT           PIC 9(02) COMP VALUE 0.
032660 77  WS-ALL-CAP              PIC 9(05) COMP VALUE 0.
032666 77  WS-ALL-HELD             PIC 9(03) COMP VALUE 0.
032673 77  WS-ALL-ENROLLED         PIC 9(05) COMP VALUE 0.
032680 77  WS-ALL-ATTENDED         PIC 9(05) COMP VALUE 0.
032686 77  WS-ALL-CAP-SEATS        PIC 9(07) COMP VALUE 0.
032693 77  WS-ALL-PEAK-WAIT        PIC 9(05) COMP VALUE 0.
032700
032800 77  WS-ENR-LINES            PIC 9(07) COMP VALUE 0.
032900 77  WS-ATT-TAKEN            PIC 9(07) COMP VALUE 0.
033000 77  WS-HIST-TAKEN           PIC 9(05) COMP VALUE 0.
033100 77  WS-NOT-HELD-COUNT       PIC 9(05) COMP VALUE 0.
033200 77  WS-CLASS-COUNT          PIC 9(03) COMP VALUE 0.
033300 77  WS-ADD-COUNT            PIC 9(03) COMP VALUE 0.
033400 77  WS-UNDER-FLAG-COUNT     PIC 9(03) COMP VALUE 0.
033500 01  WS-WEEKS-EDIT           PIC Z9.
033600 01  WS-FILL-EDIT            PIC ZZ9.
033700 01  WS-CNT-EDIT             PIC ZZZZ9.
033800
033900 01  WS-DETAIL-LINE.
034000     05 FILLER               PIC X(02) VALUE SPACES.
034100     05 DL-CLASS-ID          PIC X(08).
034200     05 FILLER               PIC X(01) VALUE SPACES.
034300     05 DL-DESC              PIC X(16).
034400     05 FILLER               PIC X(01) VALUE SPACES.
034500     05 DL-CAPACITY          PIC ZZZ9.
034600     05 FILLER               PIC X(01) VALUE SPACES.
034700     05 DL-HELD              PIC ZZ9.
034800     05 FILLER               PIC X(01) VALUE SPACES.
034900     05 DL-AVG-ENROLLED      PIC ZZZ9.9.
035000     05 FILLER               PIC X(01) VALUE SPACES.
035100     05 DL-FILL-PCT          PIC ZZZ9.
035200     05 FILLER               PIC X(01) VALUE SPACES.
035300     05 DL-AVG-ATTENDED      PIC ZZZ9.9.
035400     05 FILLER               PIC X(01) VALUE SPACES.
035500     05 DL-SHOW-PCT          PIC ZZZ9.
035600     05 FILLER               PIC X(01) VALUE SPACES.
035700     05 DL-PEAK-WAIT         PIC ZZZ9.
035800     05 FILLER               PIC X(01) VALUE SPACES.
035900     05 DL-FLAG              PIC X(14).
036000
036100 01  WS-CSV-LINE             PIC X(100).
036200 01  WS-CSV-CAPACITY         PIC 9(03).
036300 01  WS-CSV-HELD             PIC 9(03).
036400 01  WS-CSV-AVG-ENROLLED     PIC 9(04).9.
036500 01  WS-CSV-FILL-PCT         PIC 9(03).
036600 01  WS-CSV-AVG-ATTENDED     PIC 9(04).9.
036700 01  WS-CSV-SHOW-PCT         PIC 9(03).
036800 01  WS-CSV-PEAK-WAIT        PIC 9(03).
036900 01  WS-CSV-FLAG             PIC X(13).
036950 01  WS-CSV-SITE             PIC X(02).
037000
037100 PROCEDURE DIVISION.
037200 0000-MAINLINE.
037300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037400     PERFORM 1100-LOAD-CLOSURES THRU 1100-EXIT.
037450     PERFORM 1500-LOAD-SITES THRU 1500-EXIT.
037500     PERFORM 1200-LOAD-EXCEPTIONS THRU 1200-EXIT.
037600     PERFORM 1300-LOAD-CLASSES THRU 1300-EXIT.
037700     PERFORM 2000-COUNT-ENROLLMENTS THRU 2000-EXIT.
037800     PERFORM 2500-COUNT-ATTENDANCE THRU 2500-EXIT.
037900     PERFORM 2800-PEAK-WAITLIST THRU 2800-EXIT.
038000     SORT UTIL-SORT-WORK
038050         ON ASCENDING KEY UW-SITE
038100         ON ASCENDING KEY UW-DAY-NUM
038200         ON ASCENDING KEY UW-TIME
038300         ON ASCENDING KEY UW-CLASS-ID
038400         INPUT PROCEDURE IS 3000-RELEASE-CLASSES
038500             THRU 3900-RELEASE-EXIT
038600         GIVING UTIL-SORTED-FILE.
038700     PERFORM 4000-OPEN-OUTPUT THRU 4000-EXIT.
038800     PERFORM 5000-PRINT-CLASSES THRU 5000-EXIT.
038900     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
039000     GOBACK.
039100
039200*----------------------------------------------------------*
039300* 1000-INITIALIZE - LOOK-BACK WEEKS AND MINIMUM FILL FROM   *
039400* THE PARM, AND THE WINDOW: THAT MANY WEEKS ENDING          *
039500* YESTERDAY, AS DAY NUMBERS.                                *
039600*----------------------------------------------------------*
039700 1000-INITIALIZE.
039800     ACCEPT WS-PARM FROM COMMAND-LINE.
039900     IF WS-PARM NOT = SPACES
040000         MOVE SPACES TO WS-PARM-WEEKS WS-PARM-FILL
040100         UNSTRING WS-PARM DELIMITED BY ',' OR SPACE
040200             INTO WS-PARM-WEEKS WS-PARM-FILL
040300         END-UNSTRING
040400         INSPECT WS-PARM-WEEKS REPLACING LEADING SPACE BY ZERO
040500         INSPECT WS-PARM-FILL REPLACING LEADING SPACE BY ZERO
040600         IF WS-PARM-WEEKS NUMERIC
040700             AND WS-PARM-WEEKS-9 > 0 AND WS-PARM-WEEKS-9 < 14
040800             MOVE WS-PARM-WEEKS-9 TO WS-WEEKS
040900         END-IF
041000         IF WS-PARM-FILL NUMERIC
041100             AND WS-PARM-FILL-9 > 0 AND WS-PARM-FILL-9 < 101
041200             MOVE WS-PARM-FILL-9 TO WS-MIN-FILL
041300         END-IF
041400     END-IF.
041500     CALL "RUNDT" USING WS-CURR-DATE.
041600     COMPUTE WS-TO-INT =
041700         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM) - 1.
041800     COMPUTE WS-FROM-INT = WS-TO-INT - (WS-WEEKS * 7) + 1.
041900     COMPUTE WS-FROM-DATE =
041950         FUNCTION DATE-OF-INTEGER (WS-FROM-INT).
042000     COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER (WS-TO-INT).
042100     DIVIDE WS-FROM-INT BY 7 GIVING WS-DATE-QUOT
042200         REMAINDER WS-DATE-REM.
042300     IF WS-DATE-REM = 0
042400         MOVE 7 TO WS-FROM-DAY-NUM
042500     ELSE
042600         MOVE WS-DATE-REM TO WS-FROM-DAY-NUM
042700     END-IF.
042800 1000-EXIT.
042900     EXIT.
043000
043100 1100-LOAD-CLOSURES.
043200     MOVE 0 TO WS-CLOSED-USED.
043300     OPEN INPUT FACCAL-FILE.
043400     IF WS-CAL-NOT-FOUND
043500         GO TO 1100-EXIT
043600     END-IF.
043700     IF NOT WS-CAL-OK
043800         DISPLAY "FACCAL OPEN FAILED, STATUS = " WS-CAL-STATUS
043900         MOVE 8 TO RETURN-CODE
044000         GOBACK
044100     END-IF.
044200     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
044300     PERFORM 1120-STORE-CLOSURE THRU 1120-EXIT
044400         UNTIL WS-CAL-EOF.
044500     CLOSE FACCAL-FILE.
044600 1100-EXIT.
044700     EXIT.
044800
044900 1110-READ-CALENDAR.
045000     READ FACCAL-FILE.
045100 1110-EXIT.
045200     EXIT.
045300
045400 1120-STORE-CLOSURE.
045500     IF NOT FC-CLOSED OR FC-DATE NOT NUMERIC
045600         GO TO 1120-NEXT
045700     END-IF.
045800     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (FC-DATE-NUM).
045900     IF WS-DATE-INT < WS-FROM-INT OR WS-DATE-INT > WS-TO-INT
046000         GO TO 1120-NEXT
046100     END-IF.
046200     IF WS-CLOSED-USED < 100
046300         ADD 1 TO WS-CLOSED-USED
046400         SET WS-CLOSED-NDX TO WS-CLOSED-USED
046500         MOVE WS-DATE-INT TO WS-CLOSED-INT (WS-CLOSED-NDX)
046600     ELSE
046700         DISPLAY "MORE THAN 100 CLOSED DATES - " FC-DATE
046800             " NOT TABLED"
046900     END-IF.
047000 1120-NEXT.
047100     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
047200 1120-EXIT.
047300     EXIT.
047400
047500 1200-LOAD-EXCEPTIONS.
047600     MOVE 0 TO WS-SX-USED.
047700     OPEN INPUT SESSEXC-FILE.
047800     IF WS-SX-NOT-FOUND
047900         GO TO 1200-EXIT
048000     END-IF.
048100     IF NOT WS-SX-OK
048200         DISPLAY "SESSEXC OPEN FAILED, STATUS = " WS-SX-STATUS
048300         MOVE 8 TO RETURN-CODE
048400         GOBACK
048500     END-IF.
048600     PERFORM 1210-READ-EXCEPTION THRU 1210-EXIT.
048700     PERFORM 1220-STORE-EXCEPTION THRU 1220-EXIT
048800         UNTIL WS-SX-EOF.
048900     CLOSE SESSEXC-FILE.
049000 1200-EXIT.
049100     EXIT.
049200
049300 1210-READ-EXCEPTION.
049400     READ SESSEXC-FILE.
049500 1210-EXIT.
049600     EXIT.
049700
049800 1220-STORE-EXCEPTION.
049900     IF NOT SX-CANCELLED OR SX-SESSION-DATE NOT NUMERIC
050000         GO TO 1220-NEXT
050100     END-IF.
050200     COMPUTE WS-DATE-INT =
050300         FUNCTION INTEGER-OF-DATE (SX-SESSION-DATE-NUM).
050400     IF WS-DATE-INT < WS-FROM-INT OR WS-DATE-INT > WS-TO-INT
050500         GO TO 1220-NEXT
050600     END-IF.
050700     IF WS-SX-USED < 500
050800         ADD 1 TO WS-SX-USED
050900         SET WS-SX-NDX TO WS-SX-USED
051000         MOVE SX-CLASS-ID TO WS-SX-CLASS (WS-SX-NDX)
051100         MOVE WS-DATE-INT TO WS-SX-INT (WS-SX-NDX)
051200     ELSE
051300         DISPLAY "MORE THAN 500 CANCELLED SESSIONS - "
051400             SX-CLASS-ID " " SX-SESSION-DATE " NOT TABLED"
051500     END-IF.
051600 1220-NEXT.
051700     PERFORM 1210-READ-EXCEPTION THRU 1210-EXIT.
051800 1220-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------*
052200* 1300-LOAD-CLASSES - THE SCHEDULE INTO A TABLE, AND EACH   *
052300* CLASS'S SESSIONS IN THE WINDOW INTO THE SESSION TABLE:    *
052400* EVERY WEEK ON ITS DAY, LESS CLOSED DATES AND CANCELLED    *
052500* SESSIONS.                                                 *
052600*----------------------------------------------------------*
052700 1300-LOAD-CLASSES.
052800     MOVE 0 TO WS-CLS-USED WS-SES-USED.
052900     OPEN INPUT CLASS-SCHEDULE-FILE.
053000     IF NOT WS-CLASS-OK
053100         DISPLAY "CLASSES OPEN FAILED, STATUS = "
053200             WS-CLASS-STATUS
053300         MOVE 8 TO RETURN-CODE
053400         GOBACK
053500     END-IF.
053600     PERFORM 1310-READ-CLASS THRU 1310-EXIT.
053700     PERFORM 1320-STORE-CLASS THRU 1320-EXIT
053800         UNTIL WS-CLASS-EOF.
053900     CLOSE CLASS-SCHEDULE-FILE.
054000 1300-EXIT.
054100     EXIT.
054200
054300 1310-READ-CLASS.
054400     READ CLASS-SCHEDULE-FILE.
054500 1310-EXIT.
054600     EXIT.
054700
054800 1320-STORE-CLASS.
054900     IF WS-CLS-USED NOT < 50
055000         DISPLAY "MORE THAN 50 CLASSES - " CLS-CLASS-ID
055100             " NOT TABLED"
055200         GO TO 1320-NEXT
055300     END-IF.
055400     ADD 1 TO WS-CLS-USED.
055500     SET WS-CLS-NDX TO WS-CLS-USED.
055600     MOVE CLS-CLASS-ID    TO WS-CLS-ID (WS-CLS-NDX).
055700     MOVE CLS-DESCRIPTION TO WS-CLS-DESC (WS-CLS-NDX).
055800     MOVE CLS-DAY         TO WS-CLS-DAY (WS-CLS-NDX).
055900     MOVE CLS-TIME        TO WS-CLS-TIME (WS-CLS-NDX).
056000     MOVE 0 TO WS-CLS-CAP (WS-CLS-NDX).
056100     IF CLS-CAPACITY NUMERIC
056200         MOVE CLS-CAPACITY TO WS-CLS-CAP (WS-CLS-NDX)
056300     END-IF.
056320     MOVE CLS-SITE        TO WS-CLS-SITE (WS-CLS-NDX).
056340     IF CLS-SITE = SPACES
056360         MOVE '01' TO WS-CLS-SITE (WS-CLS-NDX)
056380     END-IF.
056400     MOVE 0 TO WS-CLS-HELD (WS-CLS-NDX).
056500     MOVE 0 TO WS-CLS-PEAK-WAIT (WS-CLS-NDX).
056600     COMPUTE WS-CLS-FIRST-SES (WS-CLS-NDX) = WS-SES-USED + 1.
056700     MOVE 8 TO WS-CLS-DAY-NUM (WS-CLS-NDX).
056800     PERFORM 1330-CHECK-DAY THRU 1330-EXIT
056900         VARYING WS-DAY-I FROM 1 BY 1
057000         UNTIL WS-DAY-I > 7.
057100     IF WS-CLS-DAY-NUM (WS-CLS-NDX) = 8
057200         GO TO 1320-NEXT
057300     END-IF.
057400     IF WS-CLS-DAY-NUM (WS-CLS-NDX) < WS-FROM-DAY-NUM
057500         COMPUTE WS-OFFSET = WS-CLS-DAY-NUM (WS-CLS-NDX) + 7
057600             - WS-FROM-DAY-NUM
057700     ELSE
057800         COMPUTE WS-OFFSET = WS-CLS-DAY-NUM (WS-CLS-NDX)
057900             - WS-FROM-DAY-NUM
058000     END-IF.
058100     COMPUTE WS-SES-INT = WS-FROM-INT + WS-OFFSET.
058200     PERFORM 1400-STORE-SESSION THRU 1400-EXIT
058300         UNTIL WS-SES-INT > WS-TO-INT.
058400 1320-NEXT.
058500     PERFORM 1310-READ-CLASS THRU 1310-EXIT.
058600 1320-EXIT.
058700     EXIT.
058800
058900 1330-CHECK-DAY.
059000     IF WS-DAY-NAME (WS-DAY-I) = WS-CLS-DAY (WS-CLS-NDX)
059100         MOVE WS-DAY-I TO WS-CLS-DAY-NUM (WS-CLS-NDX)
059200     END-IF.
059300 1330-EXIT.
059400     EXIT.
059500
059600 1400-STORE-SESSION.
059700     MOVE 'N' TO WS-SKIP-SW.
059800     PERFORM 1410-CHECK-CLOSED THRU 1410-EXIT
059900         VARYING WS-CLOSED-I FROM 1 BY 1
060000         UNTIL SESSION-NOT-HELD OR WS-CLOSED-I > WS-CLOSED-USED.
060100     PERFORM 1420-CHECK-CANCELLED THRU 1420-EXIT
060200         VARYING WS-SX-I FROM 1 BY 1
060300         UNTIL SESSION-NOT-HELD OR WS-SX-I > WS-SX-USED.
060400     IF SESSION-NOT-HELD
060500         ADD 1 TO WS-NOT-HELD-COUNT
060600         GO TO 1400-NEXT
060700     END-IF.
060800     IF WS-SES-USED NOT < 700
060900         DISPLAY "MORE THAN 700 SESSIONS - "
061000             WS-CLS-ID (WS-CLS-NDX) " NOT ALL TABLED"
061100         IF RETURN-CODE < 4
061200             MOVE 4 TO RETURN-CODE
061300         END-IF
061400         MOVE WS-TO-INT TO WS-SES-INT
061500         GO TO 1400-NEXT
061600     END-IF.
061700     ADD 1 TO WS-SES-USED.
061800     SET WS-SES-NDX TO WS-SES-USED.
061900     MOVE WS-SES-INT TO WS-SES-DATE-INT (WS-SES-NDX).
062000     MOVE 0 TO WS-SES-ENROLLED (WS-SES-NDX).
062100     MOVE 0 TO WS-SES-ATTENDED (WS-SES-NDX).
062200     ADD 1 TO WS-CLS-HELD (WS-CLS-NDX).
062300 1400-NEXT.
062400     ADD 7 TO WS-SES-INT.
062500 1400-EXIT.
062600     EXIT.
062700
062800 1410-CHECK-CLOSED.
062900     IF WS-CLOSED-INT (WS-CLOSED-I) = WS-SES-INT
063000         MOVE 'Y' TO WS-SKIP-SW
063100     END-IF.
063200 1410-EXIT.
063300     EXIT.
063400
063500 1420-CHECK-CANCELLED.
063600     SET WS-SX-NDX TO WS-SX-I.
063700     IF WS-SX-CLASS (WS-SX-NDX) = WS-CLS-ID (WS-CLS-NDX)
063800         AND WS-SX-INT (WS-SX-NDX) = WS-SES-INT
063900         MOVE 'Y' TO WS-SKIP-SW
064000     END-IF.
064100 1420-EXIT.
064200     EXIT.
064202
064204*----------------------------------------------------------*
064206* 1500-LOAD-SITES - THE SITE NAMES FOR THE HEADINGS.  NO    *
064208* SITEMAST JUST MEANS THE HEADINGS CARRY THE CODE ONLY.     *
064210*----------------------------------------------------------*
064213 1500-LOAD-SITES.
064215     MOVE 0 TO WS-SITE-USED.
064217     OPEN INPUT SITE-MASTER-FILE.
064219     IF WS-SITE-NOT-FOUND
064221         GO TO 1500-EXIT
064223     END-IF.
064226     IF NOT WS-SITE-OK
064228         DISPLAY "SITEMAST OPEN FAILED, STATUS = " WS-SITE-STATUS
064230         MOVE 8 TO RETURN-CODE
064232         GOBACK
064234     END-IF.
064236     PERFORM 1510-READ-SITE THRU 1510-EXIT.
064239     PERFORM 1520-STORE-SITE THRU 1520-EXIT
064241         UNTIL WS-SITE-EOF.
064243     CLOSE SITE-MASTER-FILE.
064245 1500-EXIT.
064247     EXIT.
064250
064252 1510-READ-SITE.
064254     READ SITE-MASTER-FILE.
064256 1510-EXIT.
064258     EXIT.
064260
064263 1520-STORE-SITE.
064265     IF ST-SITE-CODE = SPACES
064267         GO TO 1520-NEXT
064269     END-IF.
064271     IF WS-SITE-USED < 10
064273         ADD 1 TO WS-SITE-USED
064276         SET WS-SITE-NDX TO WS-SITE-USED
064278         MOVE ST-SITE-CODE TO WS-SITE-CODE (WS-SITE-NDX)
064280         MOVE ST-SITE-NAME TO WS-SITE-NAME (WS-SITE-NDX)
064282     ELSE
064284         DISPLAY "MORE THAN 10 SITES - " ST-SITE-CODE
064286             " NOT TABLED"
064289     END-IF.
064291 1520-NEXT.
064293     PERFORM 1510-READ-SITE THRU 1510-EXIT.
064295 1520-EXIT.
064297     EXIT.
064300
064400*----------------------------------------------------------*
064500* 2000-COUNT-ENROLLMENTS - ENRTRANS NETTED INTO EVERY HELD  *
064600* SESSION ON OR AFTER THE TRANSACTION DATE, SO EACH SESSION *
064700* CARRIES ITS ENROLLMENT AS AT THAT DAY.                    *
064800*----------------------------------------------------------*
064900 2000-COUNT-ENROLLMENTS.
065000     OPEN INPUT ENROLL-TRANS-FILE.
065100     IF WS-ENROLL-NOT-FOUND
065200         GO TO 2000-EXIT
065300     END-IF.
065400     IF NOT WS-ENROLL-OK
065500         DISPLAY "ENRTRANS OPEN FAILED, STATUS = "
065600             WS-ENROLL-STATUS
065700         MOVE 8 TO RETURN-CODE
065800         GOBACK
065900     END-IF.
066000     PERFORM 2100-READ-ENROLL THRU 2100-EXIT.
066100     PERFORM 2200-TALLY-ENROLL THRU 2200-EXIT
066200         UNTIL WS-ENROLL-EOF.
066300     CLOSE ENROLL-TRANS-FILE.
066400 2000-EXIT.
066500     EXIT.
066600
066700 2100-READ-ENROLL.
066800     READ ENROLL-TRANS-FILE.
066900 2100-EXIT.
067000     EXIT.
067100
067200 2200-TALLY-ENROLL.
067300     ADD 1 TO WS-ENR-LINES.
067400     IF EN-DATE NOT NUMERIC
067500         GO TO 2200-NEXT
067600     END-IF.
067700     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (EN-DATE-NUM).
067800     IF WS-DATE-INT > WS-TO-INT
067900         GO TO 2200-NEXT
068000     END-IF.
068100     MOVE EN-CLASS-ID TO WS-CUR-CLASS-KEY.
068200     PERFORM 2300-FIND-CLASS THRU 2300-EXIT.
068300     IF NOT CLASS-ROW-FOUND
068400         GO TO 2200-NEXT
068500     END-IF.
068600     COMPUTE WS-SES-LAST = WS-CLS-FIRST-SES (WS-CLS-NDX)
068700         + WS-CLS-HELD (WS-CLS-NDX) - 1.
068800     PERFORM 2400-NET-SESSION THRU 2400-EXIT
068900         VARYING WS-SES-I FROM WS-CLS-FIRST-SES (WS-CLS-NDX) BY 1
069000         UNTIL WS-SES-I > WS-SES-LAST.
069100 2200-NEXT.
069200     PERFORM 2100-READ-ENROLL THRU 2100-EXIT.
069300 2200-EXIT.
069400     EXIT.
069500
069600 2300-FIND-CLASS.
069700     MOVE 'N' TO WS-CLS-FOUND-SW.
069800     PERFORM 2310-CHECK-CLASS THRU 2310-EXIT
069900         VARYING WS-CLS-I FROM 1 BY 1
070000         UNTIL CLASS-ROW-FOUND OR WS-CLS-I > WS-CLS-USED.
070100 2300-EXIT.
070200     EXIT.
070300
070400 2310-CHECK-CLASS.
070500     SET WS-CLS-NDX TO WS-CLS-I.
070600     IF WS-CLS-ID (WS-CLS-NDX) = WS-CUR-CLASS-KEY
070700         MOVE 'Y' TO WS-CLS-FOUND-SW
070800     END-IF.
070900 2310-EXIT.
071000     EXIT.
071100
071200 2400-NET-SESSION.
071300     SET WS-SES-NDX TO WS-SES-I.
071400     IF WS-SES-DATE-INT (WS-SES-NDX) < WS-DATE-INT
071500         GO TO 2400-EXIT
071600     END-IF.
071700     IF EN-ACTION-DROP
071800         SUBTRACT 1 FROM WS-SES-ENROLLED (WS-SES-NDX)
071900     ELSE
072000         ADD 1 TO WS-SES-ENROLLED (WS-SES-NDX)
072100     END-IF.
072200 2400-EXIT.
072300     EXIT.
072400
072500*----------------------------------------------------------*
072600* 2500-COUNT-ATTENDANCE - EACH SIGN-IN IN THE WINDOW ONTO   *
072700* ITS HELD SESSION.                                         *
072800*----------------------------------------------------------*
072900 2500-COUNT-ATTENDANCE.
073000     OPEN INPUT ATT-TRANS-FILE.
073100     IF WS-ATT-NOT-FOUND
073200         GO TO 2500-EXIT
073300     END-IF.
073400     IF NOT WS-ATT-OK
073500         DISPLAY "ATTTRANS OPEN FAILED, STATUS = " WS-ATT-STATUS
073600         MOVE 8 TO RETURN-CODE
073700         GOBACK
073800     END-IF.
073900     PERFORM 2600-READ-ATT THRU 2600-EXIT.
074000     PERFORM 2700-TALLY-ATT THRU 2700-EXIT
074100         UNTIL WS-ATT-EOF.
074200     CLOSE ATT-TRANS-FILE.
074300 2500-EXIT.
074400     EXIT.
074500
074600 2600-READ-ATT.
074700     READ ATT-TRANS-FILE.
074800 2600-EXIT.
074900     EXIT.
075000
075100 2700-TALLY-ATT.
075200     IF AT-DATE NOT NUMERIC
075300         GO TO 2700-NEXT
075400     END-IF.
075500     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (AT-DATE-NUM).
075600     IF WS-DATE-INT < WS-FROM-INT OR WS-DATE-INT > WS-TO-INT
075700         GO TO 2700-NEXT
075800     END-IF.
075900     MOVE AT-CLASS-ID TO WS-CUR-CLASS-KEY.
076000     PERFORM 2300-FIND-CLASS THRU 2300-EXIT.
076100     IF NOT CLASS-ROW-FOUND
076200         GO TO 2700-NEXT
076300     END-IF.
076400     MOVE 'N' TO WS-SES-FOUND-SW.
076500     COMPUTE WS-SES-LAST = WS-CLS-FIRST-SES (WS-CLS-NDX)
076600         + WS-CLS-HELD (WS-CLS-NDX) - 1.
076700     PERFORM 2710-CHECK-SESSION THRU 2710-EXIT
076800         VARYING WS-SES-I FROM WS-CLS-FIRST-SES (WS-CLS-NDX) BY 1
076900         UNTIL SESSION-FOUND OR WS-SES-I > WS-SES-LAST.
077000     IF SESSION-FOUND
077100         ADD 1 TO WS-SES-ATTENDED (WS-SES-NDX)
077200         ADD 1 TO WS-ATT-TAKEN
077300     END-IF.
077400 2700-NEXT.
077500     PERFORM 2600-READ-ATT THRU 2600-EXIT.
077600 2700-EXIT.
077700     EXIT.
077800
077900 2710-CHECK-SESSION.
078000     SET WS-SES-NDX TO WS-SES-I.
078100     IF WS-SES-DATE-INT (WS-SES-NDX) = WS-DATE-INT
078200         MOVE 'Y' TO WS-SES-FOUND-SW
078300     END-IF.
078400 2710-EXIT.
078500     EXIT.
078600
078700*----------------------------------------------------------*
078800* 2800-PEAK-WAITLIST - THE DEEPEST NIGHTLY WAITLIST EACH    *
078900* CLASS HAD IN THE WINDOW.  NO WLHIST ROW MEANS NOBODY WAS  *
079000* WAITING THAT NIGHT.                                       *
079100*----------------------------------------------------------*
079200 2800-PEAK-WAITLIST.
079300     OPEN INPUT WAIT-HIST-FILE.
079400     IF WS-HIST-NOT-FOUND
079500         GO TO 2800-EXIT
079600     END-IF.
079700     IF NOT WS-HIST-OK
079800         DISPLAY "WLHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
079900         MOVE 8 TO RETURN-CODE
080000         GOBACK
080100     END-IF.
080200     PERFORM 2810-READ-HIST THRU 2810-EXIT.
080300     PERFORM 2820-TALLY-HIST THRU 2820-EXIT
080400         UNTIL WS-HIST-EOF.
080500     CLOSE WAIT-HIST-FILE.
080600 2800-EXIT.
080700     EXIT.
080800
080900 2810-READ-HIST.
081000     READ WAIT-HIST-FILE.
081100 2810-EXIT.
081200     EXIT.
081300
081400 2820-TALLY-HIST.
081500     IF WH-DATE NOT NUMERIC OR WH-WAITING NOT NUMERIC
081600         GO TO 2820-NEXT
081700     END-IF.
081800     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WH-DATE-NUM).
081900     IF WS-DATE-INT < WS-FROM-INT OR WS-DATE-INT > WS-TO-INT
082000         GO TO 2820-NEXT
082100     END-IF.
082200     MOVE WH-CLASS-ID TO WS-CUR-CLASS-KEY.
082300     PERFORM 2300-FIND-CLASS THRU 2300-EXIT.
082400     IF NOT CLASS-ROW-FOUND
082500         GO TO 2820-NEXT
082600     END-IF.
082700     ADD 1 TO WS-HIST-TAKEN.
082800     IF WH-WAITING > WS-CLS-PEAK-WAIT (WS-CLS-NDX)
082900         MOVE WH-WAITING TO WS-CLS-PEAK-WAIT (WS-CLS-NDX)
083000     END-IF.
083100 2820-NEXT.
083200     PERFORM 2810-READ-HIST THRU 2810-EXIT.
083300 2820-EXIT.
083400     EXIT.
083500
083600*----------------------------------------------------------*
083700* 3000-RELEASE-CLASSES - SORT INPUT PROCEDURE.  ONE RECORD  *
083800* PER CLASS WITH ITS WINDOW TOTALS AND FLAG.                *
083900*----------------------------------------------------------*
084000 3000-RELEASE-CLASSES.
084100     PERFORM 3100-RELEASE-CLASS THRU 3100-EXIT
084200         VARYING WS-CLS-I FROM 1 BY 1
084300         UNTIL WS-CLS-I > WS-CLS-USED.
084400     GO TO 3900-RELEASE-EXIT.
084500
084600 3100-RELEASE-CLASS.
084700     SET WS-CLS-NDX TO WS-CLS-I.
084800     MOVE 0 TO WS-TOT-ENROLLED WS-TOT-ATTENDED.
084900     MOVE 0 TO WS-FULL-COUNT WS-UNDER-COUNT.
085000     COMPUTE WS-SES-LAST = WS-CLS-FIRST-SES (WS-CLS-NDX)
085100         + WS-CLS-HELD (WS-CLS-NDX) - 1.
085200     PERFORM 3200-ADD-SESSION THRU 3200-EXIT
085300         VARYING WS-SES-I FROM WS-CLS-FIRST-SES (WS-CLS-NDX) BY 1
085400         UNTIL WS-SES-I > WS-SES-LAST.
085500     MOVE SPACES TO UTIL-SORT-RECORD.
085550     MOVE WS-CLS-SITE (WS-CLS-NDX)    TO UW-SITE.
085600     MOVE WS-CLS-DAY-NUM (WS-CLS-NDX) TO UW-DAY-NUM.
085700     MOVE WS-CLS-TIME (WS-CLS-NDX)    TO UW-TIME.
085800     MOVE WS-CLS-ID (WS-CLS-NDX)      TO UW-CLASS-ID.
085900     MOVE WS-CLS-DAY (WS-CLS-NDX)     TO UW-DAY.
086000     MOVE WS-CLS-DESC (WS-CLS-NDX)    TO UW-DESCRIPTION.
086100     MOVE WS-CLS-CAP (WS-CLS-NDX)     TO UW-CAPACITY.
086200     MOVE WS-CLS-HELD (WS-CLS-NDX)    TO UW-HELD.
086300     MOVE WS-TOT-ENROLLED             TO UW-ENROLLED.
086400     MOVE WS-TOT-ATTENDED             TO UW-ATTENDED.
086500     MOVE WS-CLS-PEAK-WAIT (WS-CLS-NDX) TO UW-PEAK-WAIT.
086600     EVALUATE TRUE
086700         WHEN WS-CLS-HELD (WS-CLS-NDX) = 0
086800             MOVE 'N' TO UW-FLAG
086900         WHEN WS-FULL-COUNT * 100 NOT <
087000                 WS-PERSIST-PCT * WS-CLS-HELD (WS-CLS-NDX)
087100             AND WS-CLS-PEAK-WAIT (WS-CLS-NDX) > 0
087200             MOVE 'F' TO UW-FLAG
087300         WHEN WS-UNDER-COUNT * 100 NOT <
087400                 WS-PERSIST-PCT * WS-CLS-HELD (WS-CLS-NDX)
087500             MOVE 'U' TO UW-FLAG
087600     END-EVALUATE.
087700     RELEASE UTIL-SORT-RECORD.
087800 3100-EXIT.
087900     EXIT.
088000
088100*----------------------------------------------------------*
088200* 3200-ADD-SESSION - ONE HELD SESSION INTO THE CLASS        *
088300* TOTALS.  FULL MEANS EVERY PLACE TAKEN; UNDER MEANS BELOW  *
088400* THE MINIMUM FILL PERCENT OF CAPACITY.                     *
088500*----------------------------------------------------------*
088600 3200-ADD-SESSION.
088700     SET WS-SES-NDX TO WS-SES-I.
088800     MOVE 0 TO WS-SES-ENR.
088900     IF WS-SES-ENROLLED (WS-SES-NDX) > 0
089000         MOVE WS-SES-ENROLLED (WS-SES-NDX) TO WS-SES-ENR
089100     END-IF.
089200     ADD WS-SES-ENR TO WS-TOT-ENROLLED.
089300     ADD WS-SES-ATTENDED (WS-SES-NDX) TO WS-TOT-ATTENDED.
089400     IF WS-SES-ENR NOT < WS-CLS-CAP (WS-CLS-NDX)
089500         ADD 1 TO WS-FULL-COUNT
089600     END-IF.
089700     IF WS-SES-ENR * 100 <
089800             WS-MIN-FILL * WS-CLS-CAP (WS-CLS-NDX)
089900         ADD 1 TO WS-UNDER-COUNT
090000     END-IF.
090100 3200-EXIT.
090200     EXIT.
090300
090400 3900-RELEASE-EXIT.
090500     EXIT.
090600
090700 4000-OPEN-OUTPUT.
090800     OPEN INPUT UTIL-SORTED-FILE.
090900     IF NOT WS-SORTED-OK
091000         DISPLAY "UTILSORT OPEN FAILED, STATUS = "
091100             WS-SORTED-STATUS
091200         MOVE 8 TO RETURN-CODE
091300         GOBACK
091400     END-IF.
091500     OPEN OUTPUT UTIL-REPORT-FILE.
091600     IF NOT WS-REPORT-OK
091700         DISPLAY "UTILRPT OPEN FAILED, STATUS = "
091800             WS-REPORT-STATUS
091900         CLOSE UTIL-SORTED-FILE
092000         MOVE 8 TO RETURN-CODE
092100         GOBACK
092200     END-IF.
092300     OPEN OUTPUT UTIL-CSV-FILE.
092400     IF NOT WS-CSV-OK
092500         DISPLAY "UTILCSV OPEN FAILED, STATUS = " WS-CSV-STATUS
092600         CLOSE UTIL-SORTED-FILE
092700         CLOSE UTIL-REPORT-FILE
092800         MOVE 8 TO RETURN-CODE
092900         GOBACK
093000     END-IF.
093100     MOVE WS-WEEKS TO WS-WEEKS-EDIT.
093200     MOVE SPACES TO UTIL-REPORT-LINE.
093300     STRING "CLASS UTILIZATION - " DELIMITED BY SIZE
093400         WS-WEEKS-EDIT DELIMITED BY SIZE
093500         " WEEKS " DELIMITED BY SIZE
093600         WS-FROM-DATE DELIMITED BY SIZE
093700         " TO " DELIMITED BY SIZE
093800         WS-TO-DATE DELIMITED BY SIZE
093900         "   RUN " DELIMITED BY SIZE
094000         WS-CURR-DATE DELIMITED BY SIZE
094100         INTO UTIL-REPORT-LINE.
094200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
094300     MOVE WS-MIN-FILL TO WS-FILL-EDIT.
094400     MOVE SPACES TO UTIL-REPORT-LINE.
094500     STRING "FLAGS WHEN TRUE OF 3 SESSIONS IN 4 - FULL WITH A "
094600             DELIMITED BY SIZE
094700         "WAITLIST, OR UNDER " DELIMITED BY SIZE
094800         WS-FILL-EDIT DELIMITED BY SIZE
094900         "% FULL" DELIMITED BY SIZE
095000         INTO UTIL-REPORT-LINE.
095100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
095200     MOVE SPACES TO UTIL-REPORT-LINE.
095300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
095400     MOVE SPACES TO UTIL-REPORT-LINE.
095500     MOVE "CLASS"       TO UTIL-REPORT-LINE (3:5).
095600     MOVE "DESCRIPTION" TO UTIL-REPORT-LINE (12:11).
095700     MOVE "CAP"         TO UTIL-REPORT-LINE (30:3).
095800     MOVE "SES"         TO UTIL-REPORT-LINE (34:3).
095900     MOVE "AVGENR"      TO UTIL-REPORT-LINE (38:6).
096000     MOVE "FILL"        TO UTIL-REPORT-LINE (45:4).
096100     MOVE "AVGATT"      TO UTIL-REPORT-LINE (50:6).
096200     MOVE "SHOW"        TO UTIL-REPORT-LINE (57:4).
096300     MOVE "WAIT"        TO UTIL-REPORT-LINE (62:4).
096400     MOVE "FLAG"        TO UTIL-REPORT-LINE (67:4).
096500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
096600 4000-EXIT.
096700     EXIT.
096800
096900*----------------------------------------------------------*
097000* 5000-PRINT-CLASSES - THE SORTED CLASSES UNDER SITE AND    *
097100* DAY/TIME SLOT HEADINGS, A SLOT TOTAL AT EACH SLOT CHANGE, *
097133* A SITE TOTAL AT EACH SITE CHANGE AND AN ALL-SITES TOTAL   *
097166* AT THE END.                                               *
097200*----------------------------------------------------------*
097300 5000-PRINT-CLASSES.
097400     PERFORM 5100-READ-SORTED THRU 5100-EXIT.
097500     PERFORM 5200-PRINT-CLASS THRU 5200-EXIT
097600         UNTIL WS-SORTED-EOF.
097700     IF WS-CUR-DAY-NUM NOT = 9
097800         PERFORM 5500-END-SLOT THRU 5500-EXIT
097900     END-IF.
097920     IF WS-CUR-SITE NOT = LOW-VALUES
097940         PERFORM 5800-END-SITE THRU 5800-EXIT
097960         PERFORM 5850-ALL-SITES THRU 5850-EXIT
097980     END-IF.
098000     CLOSE UTIL-SORTED-FILE.
098100 5000-EXIT.
098200     EXIT.
098300
098400 5100-READ-SORTED.
098500     READ UTIL-SORTED-FILE.
098600 5100-EXIT.
098700     EXIT.
098800
098900 5200-PRINT-CLASS.
098910     IF US-SITE NOT = WS-CUR-SITE
098920         IF WS-CUR-DAY-NUM NOT = 9
098930             PERFORM 5500-END-SLOT THRU 5500-EXIT
098940         END-IF
098950         IF WS-CUR-SITE NOT = LOW-VALUES
098960             PERFORM 5800-END-SITE THRU 5800-EXIT
098970         END-IF
098980         PERFORM 5700-NEW-SITE THRU 5700-EXIT
098990     END-IF.
099000     IF US-DAY-NUM NOT = WS-CUR-DAY-NUM
099100         OR US-TIME NOT = WS-CUR-TIME
099200         IF WS-CUR-DAY-NUM NOT = 9
099300             PERFORM 5500-END-SLOT THRU 5500-EXIT
099400         END-IF
099500         PERFORM 5300-NEW-SLOT THRU 5300-EXIT
099600     END-IF.
099700     ADD 1 TO WS-CLASS-COUNT WS-SLOT-CLASSES.
099800     ADD US-CAPACITY TO WS-SLOT-CAP.
099900     ADD US-HELD TO WS-SLOT-HELD.
100000     IF US-HELD > WS-SLOT-WEEKS
100100         MOVE US-HELD TO WS-SLOT-WEEKS
100200     END-IF.
100300     ADD US-ENROLLED TO WS-SLOT-ENROLLED.
100400     ADD US-ATTENDED TO WS-SLOT-ATTENDED.
100500     COMPUTE WS-WORK-CAP-SEATS = US-CAPACITY * US-HELD.
100600     ADD WS-WORK-CAP-SEATS TO WS-SLOT-CAP-SEATS.
100700     ADD US-PEAK-WAIT TO WS-SLOT-PEAK-WAIT.
100712     ADD 1 TO WS-SITE-CLASSES.
100725     ADD US-CAPACITY TO WS-SITE-CAP WS-ALL-CAP.
100737     ADD US-HELD TO WS-SITE-HELD WS-ALL-HELD.
100750     ADD US-ENROLLED TO WS-SITE-ENROLLED WS-ALL-ENROLLED.
100762     ADD US-ATTENDED TO WS-SITE-ATTENDED WS-ALL-ATTENDED.
100775     ADD WS-WORK-CAP-SEATS TO WS-SITE-CAP-SEATS WS-ALL-CAP-SEATS.
100787     ADD US-PEAK-WAIT TO WS-SITE-PEAK-WAIT WS-ALL-PEAK-WAIT.
100800     MOVE US-CAPACITY TO WS-WORK-CAP.
100900     MOVE US-HELD TO WS-WORK-HELD.
101000     MOVE US-ENROLLED TO WS-WORK-ENROLLED.
101100     MOVE US-ATTENDED TO WS-WORK-ATTENDED.
101200     PERFORM 5400-COMPUTE-RATES THRU 5400-EXIT.
101300     MOVE SPACES TO WS-DETAIL-LINE.
101400     MOVE US-CLASS-ID TO DL-CLASS-ID.
101500     MOVE US-DESCRIPTION TO DL-DESC.
101600     MOVE US-CAPACITY TO DL-CAPACITY.
101700     MOVE US-HELD TO DL-HELD.
101800     MOVE WS-AVG-ENROLLED TO DL-AVG-ENROLLED.
101900     MOVE WS-FILL-PCT TO DL-FILL-PCT.
102000     MOVE WS-AVG-ATTENDED TO DL-AVG-ATTENDED.
102100     MOVE WS-SHOW-PCT TO DL-SHOW-PCT.
102200     MOVE US-PEAK-WAIT TO DL-PEAK-WAIT.
102300     MOVE SPACES TO WS-CSV-FLAG.
102400     EVALUATE TRUE
102500         WHEN US-ADD-SESSION
102600             MOVE "ADD A SESSION" TO DL-FLAG
102700             MOVE "ADD SESSION" TO WS-CSV-FLAG
102800             ADD 1 TO WS-ADD-COUNT
102900         WHEN US-UNDER-FILL
103000             MOVE "UNDER MIN FILL" TO DL-FLAG
103100             MOVE "UNDER FILL" TO WS-CSV-FLAG
103200             ADD 1 TO WS-UNDER-FLAG-COUNT
103300         WHEN US-NOT-HELD
103400             MOVE "NOT HELD" TO DL-FLAG
103500             MOVE "NOT HELD" TO WS-CSV-FLAG
103600     END-EVALUATE.
103700     MOVE WS-DETAIL-LINE TO UTIL-REPORT-LINE.
103800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
103900     PERFORM 5600-WRITE-CSV THRU 5600-EXIT.
104000     PERFORM 5100-READ-SORTED THRU 5100-EXIT.
104100 5200-EXIT.
104200     EXIT.
104300
104400 5300-NEW-SLOT.
104500     MOVE US-DAY-NUM TO WS-CUR-DAY-NUM.
104600     MOVE US-TIME TO WS-CUR-TIME.
104700     MOVE US-DAY TO WS-CUR-DAY.
104800     MOVE 0 TO WS-SLOT-CLASSES WS-SLOT-CAP WS-SLOT-HELD.
104900     MOVE 0 TO WS-SLOT-WEEKS WS-SLOT-ENROLLED WS-SLOT-ATTENDED.
105000     MOVE 0 TO WS-SLOT-CAP-SEATS WS-SLOT-PEAK-WAIT.
105100     MOVE SPACES TO UTIL-REPORT-LINE.
105200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
105300     MOVE SPACES TO UTIL-REPORT-LINE.
105400     IF US-DAY-NUM = 8
105500         STRING "SLOT " DELIMITED BY SIZE
105600             US-DAY DELIMITED BY SIZE
105700             " " DELIMITED BY SIZE
105800             US-TIME DELIMITED BY SIZE
105900             " - NOT A DAY OF THE WEEK" DELIMITED BY SIZE
106000             INTO UTIL-REPORT-LINE
106100     ELSE
106200         STRING "SLOT " DELIMITED BY SIZE
106300             US-DAY DELIMITED BY SIZE
106400             " " DELIMITED BY SIZE
106500             US-TIME DELIMITED BY SIZE
106600             INTO UTIL-REPORT-LINE
106700     END-IF.
106800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
106900 5300-EXIT.
107000     EXIT.
107100
107200*----------------------------------------------------------*
107300* 5400-COMPUTE-RATES - AVERAGES PER SESSION HELD, FILL AS A *
107400* PERCENT OF THE PLACES OFFERED, SHOW-UP AS A PERCENT OF    *
107500* THE PLACES TAKEN.                                         *
107600*----------------------------------------------------------*
107700 5400-COMPUTE-RATES.
107800     MOVE 0 TO WS-AVG-ENROLLED WS-AVG-ATTENDED.
107900     MOVE 0 TO WS-FILL-PCT WS-SHOW-PCT.
108000     IF WS-WORK-HELD = 0
108100         GO TO 5400-EXIT
108200     END-IF.
108300     COMPUTE WS-AVG-ENROLLED ROUNDED =
108400         WS-WORK-ENROLLED / WS-WORK-HELD.
108500     COMPUTE WS-AVG-ATTENDED ROUNDED =
108600         WS-WORK-ATTENDED / WS-WORK-HELD.
108700     IF WS-WORK-CAP > 0
108800         COMPUTE WS-FILL-PCT ROUNDED =
108900             WS-WORK-ENROLLED * 100 / (WS-WORK-CAP * WS-WORK-HELD)
109000             ON SIZE ERROR
109100                 MOVE 999 TO WS-FILL-PCT
109200         END-COMPUTE
109300     END-IF.
109400     IF WS-WORK-ENROLLED > 0
109500         COMPUTE WS-SHOW-PCT ROUNDED =
109600             WS-WORK-ATTENDED * 100 / WS-WORK-ENROLLED
109700             ON SIZE ERROR
109800                 MOVE 999 TO WS-SHOW-PCT
109900         END-COMPUTE
110000     END-IF.
110100 5400-EXIT.
110200     EXIT.
110300
110400*----------------------------------------------------------*
110500* 5500-END-SLOT - SLOT TOTAL: CAPACITY OF ALL ITS CLASSES,  *
110600* AVERAGES PER WEEK THE SLOT RAN, PEAK WAITLISTS ADDED UP.  *
110700*----------------------------------------------------------*
110800 5500-END-SLOT.
110900     IF WS-SLOT-CLASSES < 2
111000         GO TO 5500-EXIT
111100     END-IF.
111200     MOVE WS-SLOT-CAP TO WS-WORK-CAP.
111300     MOVE WS-SLOT-WEEKS TO WS-WORK-HELD.
111400     MOVE WS-SLOT-ENROLLED TO WS-WORK-ENROLLED.
111500     MOVE WS-SLOT-ATTENDED TO WS-WORK-ATTENDED.
111600     PERFORM 5400-COMPUTE-RATES THRU 5400-EXIT.
111700     MOVE 0 TO WS-FILL-PCT.
111800     IF WS-SLOT-CAP-SEATS > 0
111900         COMPUTE WS-FILL-PCT ROUNDED =
112000             WS-SLOT-ENROLLED * 100 / WS-SLOT-CAP-SEATS
112100             ON SIZE ERROR
112200                 MOVE 999 TO WS-FILL-PCT
112300         END-COMPUTE
112400     END-IF.
112500     MOVE SPACES TO WS-DETAIL-LINE.
112600     MOVE "SLOT TOTAL" TO DL-DESC.
112700     MOVE WS-SLOT-CAP TO DL-CAPACITY.
112800     MOVE WS-SLOT-HELD TO DL-HELD.
112900     MOVE WS-AVG-ENROLLED TO DL-AVG-ENROLLED.
113000     MOVE WS-FILL-PCT TO DL-FILL-PCT.
113100     MOVE WS-AVG-ATTENDED TO DL-AVG-ATTENDED.
113200     MOVE WS-SHOW-PCT TO DL-SHOW-PCT.
113300     MOVE WS-SLOT-PEAK-WAIT TO DL-PEAK-WAIT.
113400     MOVE WS-DETAIL-LINE TO UTIL-REPORT-LINE.
113500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
113600 5500-EXIT.
113700     EXIT.
113800
113900*----------------------------------------------------------*
114000* 5600-WRITE-CSV - THE CLASS LINE FOR THE PLANNING          *
114100* SPREADSHEET: CLASS, DESCRIPTION, DAY, TIME, CAPACITY,     *
114200* SESSIONS, AVG ENROLLED, FILL %, AVG ATTENDED, SHOW-UP %,  *
114300* PEAK WAITLIST, FLAG, SITE.                                *
114400*----------------------------------------------------------*
114500 5600-WRITE-CSV.
114600     MOVE US-CAPACITY TO WS-CSV-CAPACITY.
114700     MOVE US-HELD TO WS-CSV-HELD.
114800     MOVE WS-AVG-ENROLLED TO WS-CSV-AVG-ENROLLED.
114900     MOVE WS-FILL-PCT TO WS-CSV-FILL-PCT.
115000     MOVE WS-AVG-ATTENDED TO WS-CSV-AVG-ATTENDED.
115100     MOVE WS-SHOW-PCT TO WS-CSV-SHOW-PCT.
115200     MOVE US-PEAK-WAIT TO WS-CSV-PEAK-WAIT.
115250     MOVE US-SITE TO WS-CSV-SITE.
115300     MOVE SPACES TO WS-CSV-LINE.
115400     STRING US-CLASS-ID         DELIMITED BY SPACE
115500         ","                    DELIMITED BY SIZE
115600         US-DESCRIPTION         DELIMITED BY "  "
115700         ","                    DELIMITED BY SIZE
115800         US-DAY                 DELIMITED BY SIZE
115900         ","                    DELIMITED BY SIZE
116000         US-TIME                DELIMITED BY SIZE
116100         ","                    DELIMITED BY SIZE
116200         WS-CSV-CAPACITY        DELIMITED BY SIZE
116300         ","                    DELIMITED BY SIZE
116400         WS-CSV-HELD            DELIMITED BY SIZE
116500         ","                    DELIMITED BY SIZE
116600         WS-CSV-AVG-ENROLLED    DELIMITED BY SIZE
116700         ","                    DELIMITED BY SIZE
116800         WS-CSV-FILL-PCT        DELIMITED BY SIZE
116900         ","                    DELIMITED BY SIZE
117000         WS-CSV-AVG-ATTENDED    DELIMITED BY SIZE
117100         ","                    DELIMITED BY SIZE
117200         WS-CSV-SHOW-PCT        DELIMITED BY SIZE
117300         ","                    DELIMITED BY SIZE
117400         WS-CSV-PEAK-WAIT       DELIMITED BY SIZE
117500         ","                    DELIMITED BY SIZE
117600         WS-CSV-FLAG            DELIMITED BY "  "
117633         ","                    DELIMITED BY SIZE
117666         WS-CSV-SITE            DELIMITED BY SIZE
117700         INTO WS-CSV-LINE.
117800     MOVE WS-CSV-LINE TO UTIL-CSV-RECORD.
117900     WRITE UTIL-CSV-RECORD.
118000     IF NOT WS-CSV-OK
118100         DISPLAY "UTILCSV WRITE FAILED, STATUS = "
118200             WS-CSV-STATUS
118300         IF RETURN-CODE < 4
118400             MOVE 4 TO RETURN-CODE
118500         END-IF
118600     END-IF.
118700 5600-EXIT.
118800     EXIT.
118801
118803*----------------------------------------------------------*
118805* 5700-NEW-SITE - SITE HEADING WITH ITS NAME FROM SITEMAST, *
118807* AND THE SITE TOTALS RESET.  THE FIRST SLOT OF THE SITE    *
118809* ALWAYS STARTS A NEW SLOT HEADING.                         *
118810*----------------------------------------------------------*
118812 5700-NEW-SITE.
118814     MOVE US-SITE TO WS-CUR-SITE.
118816     MOVE 9 TO WS-CUR-DAY-NUM.
118818     MOVE LOW-VALUES TO WS-CUR-TIME.
118820     ADD 1 TO WS-SITE-COUNT.
118821     MOVE 0 TO WS-SITE-CLASSES WS-SITE-CAP WS-SITE-HELD.
118823     MOVE 0 TO WS-SITE-ENROLLED WS-SITE-ATTENDED.
118825     MOVE 0 TO WS-SITE-CAP-SEATS WS-SITE-PEAK-WAIT.
118827     PERFORM 5710-FIND-SITE THRU 5710-EXIT.
118829     MOVE SPACES TO UTIL-REPORT-LINE.
118830     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
118832     MOVE SPACES TO UTIL-REPORT-LINE.
118834     IF SITE-FOUND
118836         STRING "SITE " DELIMITED BY SIZE
118838             US-SITE DELIMITED BY SIZE
118840             " " DELIMITED BY SIZE
118841             WS-SITE-NAME (WS-SITE-NDX) DELIMITED BY SIZE
118843             INTO UTIL-REPORT-LINE
118845     ELSE
118847         STRING "SITE " DELIMITED BY SIZE
118849             US-SITE DELIMITED BY SIZE
118850             " - NOT ON SITEMAST" DELIMITED BY SIZE
118852             INTO UTIL-REPORT-LINE
118854     END-IF.
118856     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
118858 5700-EXIT.
118860     EXIT.
118861
118863 5710-FIND-SITE.
118865     MOVE 'N' TO WS-SITE-FOUND-SW.
118867     PERFORM 5720-MATCH-SITE THRU 5720-EXIT
118869         VARYING WS-SITE-I FROM 1 BY 1
118870         UNTIL SITE-FOUND OR WS-SITE-I > WS-SITE-USED.
118872 5710-EXIT.
118874     EXIT.
118876
118878 5720-MATCH-SITE.
118880     SET WS-SITE-NDX TO WS-SITE-I.
118881     IF WS-SITE-CODE (WS-SITE-NDX) = US-SITE
118883         MOVE 'Y' TO WS-SITE-FOUND-SW
118885     END-IF.
118887 5720-EXIT.
118889     EXIT.
118890
118892*----------------------------------------------------------*
118894* 5800-END-SITE - SITE TOTAL: CAPACITY OF ALL ITS CLASSES,  *
118896* AVERAGES PER SESSION HELD, PEAK WAITLISTS ADDED UP.       *
118898* 5850-ALL-SITES - THE SAME OVER EVERY SITE.                *
118900*----------------------------------------------------------*
118901 5800-END-SITE.
118903     MOVE WS-SITE-CAP TO WS-WORK-CAP.
118905     MOVE WS-SITE-HELD TO WS-WORK-HELD.
118907     MOVE WS-SITE-ENROLLED TO WS-WORK-ENROLLED.
118909     MOVE WS-SITE-ATTENDED TO WS-WORK-ATTENDED.
118910     MOVE WS-SITE-CAP-SEATS TO WS-WORK-CAP-SEATS.
118912     MOVE WS-SITE-PEAK-WAIT TO WS-WORK-PEAK-WAIT.
118914     MOVE SPACES TO WS-TOTAL-LABEL.
118916     STRING "SITE " DELIMITED BY SIZE
118918         WS-CUR-SITE DELIMITED BY SIZE
118920         " TOTAL" DELIMITED BY SIZE
118921         INTO WS-TOTAL-LABEL.
118923     MOVE SPACES TO UTIL-REPORT-LINE.
118925     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
118927     PERFORM 5900-TOTAL-LINE THRU 5900-EXIT.
118929 5800-EXIT.
118930     EXIT.
118932
118934 5850-ALL-SITES.
118936     MOVE WS-ALL-CAP TO WS-WORK-CAP.
118938     MOVE WS-ALL-HELD TO WS-WORK-HELD.
118940     MOVE WS-ALL-ENROLLED TO WS-WORK-ENROLLED.
118941     MOVE WS-ALL-ATTENDED TO WS-WORK-ATTENDED.
118943     MOVE WS-ALL-CAP-SEATS TO WS-WORK-CAP-SEATS.
118945     MOVE WS-ALL-PEAK-WAIT TO WS-WORK-PEAK-WAIT.
118947     MOVE "ALL SITES" TO WS-TOTAL-LABEL.
118949     PERFORM 5900-TOTAL-LINE THRU 5900-EXIT.
118950 5850-EXIT.
118952     EXIT.
118954
118956 5900-TOTAL-LINE.
118958     PERFORM 5400-COMPUTE-RATES THRU 5400-EXIT.
118960     MOVE 0 TO WS-FILL-PCT.
118961     IF WS-WORK-CAP-SEATS > 0
118963         COMPUTE WS-FILL-PCT ROUNDED =
118965             WS-WORK-ENROLLED * 100 / WS-WORK-CAP-SEATS
118967             ON SIZE ERROR
118969                 MOVE 999 TO WS-FILL-PCT
118970         END-COMPUTE
118972     END-IF.
118974     MOVE SPACES TO WS-DETAIL-LINE.
118976     MOVE WS-TOTAL-LABEL TO DL-DESC.
118978     MOVE WS-WORK-CAP TO DL-CAPACITY.
118980     MOVE WS-WORK-HELD TO DL-HELD.
118981     MOVE WS-AVG-ENROLLED TO DL-AVG-ENROLLED.
118983     MOVE WS-FILL-PCT TO DL-FILL-PCT.
118985     MOVE WS-AVG-ATTENDED TO DL-AVG-ATTENDED.
118987     MOVE WS-SHOW-PCT TO DL-SHOW-PCT.
118989     MOVE WS-WORK-PEAK-WAIT TO DL-PEAK-WAIT.
118990     MOVE WS-DETAIL-LINE TO UTIL-REPORT-LINE.
118992     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
118994 5900-EXIT.
118996     EXIT.
118998
119000 8000-WRITE-LINE.
119100     WRITE UTIL-REPORT-LINE.
119200     IF NOT WS-REPORT-OK
119300         DISPLAY "UTILRPT WRITE FAILED, STATUS = "
119400             WS-REPORT-STATUS
119500         IF RETURN-CODE < 4
119600             MOVE 4 TO RETURN-CODE
119700         END-IF
119800     END-IF.
119900 8000-EXIT.
120000     EXIT.
120100
120200*----------------------------------------------------------*
120300* 9000-WRAP-UP - FLAG COUNTS ON THE REPORT AND CONSOLE.     *
120400*----------------------------------------------------------*
120500 9000-WRAP-UP.
120600     MOVE SPACES TO UTIL-REPORT-LINE.
120700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
120800     MOVE WS-CLASS-COUNT TO WS-CNT-EDIT.
120900     MOVE SPACES TO UTIL-REPORT-LINE.
121000     STRING "CLASSES " DELIMITED BY SIZE
121100         WS-CNT-EDIT DELIMITED BY SIZE
121200         INTO UTIL-REPORT-LINE.
121300     MOVE WS-ADD-COUNT TO WS-CNT-EDIT.
121400     MOVE "ADD A SESSION" TO UTIL-REPORT-LINE (17:13).
121500     MOVE WS-CNT-EDIT TO UTIL-REPORT-LINE (31:5).
121600     MOVE WS-UNDER-FLAG-COUNT TO WS-CNT-EDIT.
121700     MOVE "UNDER MIN FILL" TO UTIL-REPORT-LINE (40:14).
121800     MOVE WS-CNT-EDIT TO UTIL-REPORT-LINE (55:5).
121900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
122000     MOVE WS-NOT-HELD-COUNT TO WS-CNT-EDIT.
122100     MOVE SPACES TO UTIL-REPORT-LINE.
122200     STRING "SESSIONS NOT HELD (CLOSED OR CANCELLED) "
122300             DELIMITED BY SIZE
122400         WS-CNT-EDIT DELIMITED BY SIZE
122500         INTO UTIL-REPORT-LINE.
122600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
122700     CLOSE UTIL-REPORT-FILE.
122800     CLOSE UTIL-CSV-FILE.
122900     DISPLAY "CLASS UTILIZATION COMPLETE FOR " WS-FROM-DATE
123000         " TO " WS-TO-DATE.
123050     DISPLAY "  SITES................: " WS-SITE-COUNT.
123100     DISPLAY "  CLASSES..............: " WS-CLASS-COUNT.
123200     DISPLAY "  SESSIONS HELD........: " WS-SES-USED.
123300     DISPLAY "  SIGN-INS COUNTED.....: " WS-ATT-TAKEN.
123400     DISPLAY "  ADD A SESSION........: " WS-ADD-COUNT.
123500     DISPLAY "  UNDER MINIMUM FILL...: " WS-UNDER-FLAG-COUNT.
123600 9000-EXIT.
123700     EXIT.
