000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INSPAY.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  PAY-PERIOD INSTRUCTOR HOURS AND
001000*                      PAY.  PAYROLL USED TO WORK FROM THE
001100*                      INSTRUCTORS' PAPER TIMESHEETS.  FOR
001200*                      THE PARM PERIOD THIS WALKS EVERY DATE
001300*                      AGAINST THE CLASS SCHEDULE AND COUNTS
001400*                      A SESSION AS TAUGHT WHEN CLSCHKIN
001500*                      SIGNED ANYONE IN TO IT (ATTTRANS).  A
001600*                      SESSION CANCELLED THROUGH CLSMAINT
001700*                      (SESSEXC) IS NOT PAID; ONE WITH A
001800*                      SUBSTITUTE IS PAID TO THE SUBSTITUTE.
001900*                      EACH INSTRUCTOR IS PAID PER SESSION OR
002000*                      PER HEAD AT THE INSRATE RATE.  THE PAY
002100*                      REPORT (IPAYRPT) LISTS EVERY SESSION
002200*                      PER INSTRUCTOR, PAID OR NOT AND WHY,
002300*                      WITH LINES FOR THE INSTRUCTOR AND THE
002400*                      MANAGER TO SIGN OFF.  THE PAYROLL
002500*                      INTERFACE (IPAYOUT) IS A FIXED-FORMAT
002600*                      FILE - HEADER, ONE DETAIL PER
002700*                      INSTRUCTOR PAID, TRAILER WITH
002800*                      INSTRUCTOR, SESSION, HEAD AND AMOUNT
002900*                      CONTROL TOTALS.  NO PAYROLL FILE IS
003000*                      WRITTEN, RC 8, IF AN INSTRUCTOR WITH
003100*                      SESSIONS TO PAY HAS NO RATE OR IF THE
003200*                      PERIOD OVERLAPS ONE ALREADY ON THE
003300*                      IPAYCTL PERIOD-CONTROL FILE.  A
003400*                      PAYROLL FILE THAT IS WRITTEN ADDS ITS
003500*                      PERIOD TO IPAYCTL.
003525*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
003550*                      THE CLASS RUNS AT (RECORD 51 TO 54,
003575*                      APPENDED; BLANK IS SITE 01).
003600*
003700* RUN PARAMETER.
003800*   YYYYMMDD,YYYYMMDD - FIRST AND LAST DAY OF THE PAY PERIOD.
003900*   REQUIRED; THE LAST DAY MUST BE BEFORE THE BUSINESS DATE
004000*   SO EVERY SESSION IN THE PERIOD HAS BEEN SIGNED IN.  RC 8
004100*   OTHERWISE.
004200*
004300* INSRATE ROWS.
004400*   INSTRUCTOR ID, BASIS AND RATE (9(03)V99).  BASIS S PAYS
004500*   THE RATE FOR EACH SESSION TAUGHT; BASIS H PAYS THE RATE
004600*   FOR EACH MEMBER SIGNED IN TO IT.  HAND-MAINTAINED, LIKE
004700*   INSTRUCT.
004800*
004900* A SESSION IS NOT PAID WHEN IT WAS CANCELLED, WHEN NOBODY
005000* SIGNED IN, OR WHEN THE CLASS HAS NO INSTRUCTOR.  A CLOSED
005100* DATE ON THE FACILITY CALENDAR (FACCAL) WITH NOBODY SIGNED
005200* IN IS NOT A SESSION AT ALL.
005300*----------------------------------------------------------*
005400
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CLASS-SCHEDULE-FILE ASSIGN TO "CLASSES"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CLASS-STATUS.
006100
006200     SELECT INSTRUCTOR-FILE ASSIGN TO "INSTRUCT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-INST-STATUS.
006500
006600     SELECT RATE-FILE ASSIGN TO "INSRATE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RATE-STATUS.
006900
007000     SELECT SESSEXC-FILE ASSIGN TO "SESSEXC"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-SX-STATUS.
007300
007400     SELECT FACCAL-FILE ASSIGN TO "FACCAL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-CAL-STATUS.
007700
007800     SELECT ATT-TRANS-FILE ASSIGN TO "ATTTRANS"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-ATT-STATUS.
008100
008200     SELECT PAY-SORTED-FILE ASSIGN TO "IPSORT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-SORTED-STATUS.
008500
008600     SELECT PAY-SORT-WORK ASSIGN TO "SORTWK01".
008700
008800     SELECT PAY-CONTROL-FILE ASSIGN TO "IPAYCTL"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-CTL-STATUS.
009100
009200     SELECT PAYROLL-FILE ASSIGN TO "IPAYOUT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-PAYOUT-STATUS.
009500
009600     SELECT PAY-REPORT-FILE ASSIGN TO "IPAYRPT"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-REPORT-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  CLASS-SCHEDULE-FILE.
010300 01  CLASS-SCHEDULE-RECORD.
010400     05 CLS-CLASS-ID         PIC X(08).
010500     05 FILLER               PIC X(01).
010600     05 CLS-DESCRIPTION      PIC X(20).
010700     05 FILLER               PIC X(01).
010800     05 CLS-DAY              PIC X(03).
010900     05 FILLER               PIC X(01).
011000     05 CLS-TIME             PIC X(04).
011100     05 FILLER               PIC X(01).
011200     05 CLS-CAPACITY         PIC 9(03).
011300     05 FILLER               PIC X(01).
011400     05 CLS-INSTRUCTOR       PIC X(08).
011433     05 FILLER               PIC X(01).
011466     05 CLS-SITE             PIC X(02).
011500
011600 FD  INSTRUCTOR-FILE.
011700 01  INSTRUCTOR-RECORD.
011800     05 INS-ID               PIC X(08).
011900     05 FILLER               PIC X(01).
012000     05 INS-NAME             PIC X(20).
012100
012200 FD  RATE-FILE.
012300 01  RATE-RECORD.
012400     05 IR-INSTRUCTOR        PIC X(08).
012500     05 FILLER               PIC X(01).
012600     05 IR-BASIS             PIC X(01).
012700         88 IR-BASIS-VALID   VALUE 'S' 'H'.
012800     05 FILLER               PIC X(01).
012900     05 IR-RATE              PIC 9(03)V99.
013000
013100 FD  SESSEXC-FILE.
013200 01  SESSEXC-RECORD.
013300     COPY SESSEXC.
013400
013500 FD  FACCAL-FILE.
013600 01  FACCAL-RECORD.
013700     COPY FACCAL.
013800
013900 FD  ATT-TRANS-FILE.
014000 01  ATT-TRANS-RECORD.
014100     05 AT-CLASS-ID          PIC X(08).
014200     05 FILLER               PIC X(01).
014300     05 AT-MEMBER-ID         PIC X(20).
014400     05 FILLER               PIC X(01).
014500     05 AT-DATE              PIC X(08).
014600     05 FILLER               PIC X(01).
014700     05 AT-TIME              PIC X(06).
014800
014900*    ONE SESSION PER RECORD, UNDER THE INSTRUCTOR IT COUNTS
015000*    FOR.  KIND T TAUGHT, C TAUGHT COVERING PS-OTHER, X
015100*    CANCELLED, N NOBODY SIGNED IN, U NO INSTRUCTOR.
015200 FD  PAY-SORTED-FILE.
015300 01  PAY-SORTED-RECORD.
015400     05 PS-INSTRUCTOR        PIC X(08).
015500     05 PS-DATE              PIC X(08).
015600     05 PS-TIME              PIC X(04).
015700     05 PS-CLASS-ID          PIC X(08).
015800     05 PS-DAY               PIC X(03).
015900     05 PS-DESCRIPTION       PIC X(20).
016000     05 PS-KIND              PIC X(01).
016100         88 PS-TAUGHT        VALUE 'T'.
016200         88 PS-COVERING      VALUE 'C'.
016300         88 PS-CANCELLED     VALUE 'X'.
016400         88 PS-NO-SIGN-INS   VALUE 'N'.
016500         88 PS-PAID          VALUE 'T' 'C'.
016600     05 PS-HEADS             PIC 9(03).
016700     05 PS-OTHER             PIC X(08).
016800
016900 SD  PAY-SORT-WORK.
017000 01  PAY-SORT-RECORD.
017100     05 PW-INSTRUCTOR        PIC X(08).
017200     05 PW-DATE              PIC X(08).
017300     05 PW-TIME              PIC X(04).
017400     05 PW-CLASS-ID          PIC X(08).
017500     05 PW-DAY               PIC X(03).
017600     05 PW-DESCRIPTION       PIC X(20).
017700     05 PW-KIND              PIC X(01).
017800     05 PW-HEADS             PIC 9(03).
017900     05 PW-OTHER             PIC X(08).
018000
018100*    ONE ROW PER PAYROLL FILE WRITTEN, APPENDED.
018200 FD  PAY-CONTROL-FILE.
018300 01  PAY-CONTROL-RECORD.
018400     05 PC-FROM-DATE         PIC X(08).
018500     05 FILLER               PIC X(01).
018600     05 PC-TO-DATE           PIC X(08).
018700     05 FILLER               PIC X(01).
018800     05 PC-RUN-DATE          PIC X(08).
018900     05 FILLER               PIC X(01).
019000     05 PC-INSTRUCTORS       PIC 9(03).
019100     05 FILLER               PIC X(01).
019200     05 PC-SESSIONS          PIC 9(05).
019300     05 FILLER               PIC X(01).
019400     05 PC-AMOUNT            PIC 9(09)V99.
019500
019600*    PAYROLL INTERFACE RECORD - 80 BYTES.  TYPE H HEADER, D
019700*    DETAIL (ONE PER INSTRUCTOR PAID), T TRAILER; EVERY
019800*    RECORD CARRIES THE PERIOD.  BASIS S PER SESSION, H PER
019900*    HEAD.
020000 FD  PAYROLL-FILE.
020100 01  PAYROLL-RECORD.
020200     05 PR-REC-TYPE          PIC X(01).
020300     05 FILLER               PIC X(01).
020400     05 PR-FROM-DATE         PIC X(08).
020500     05 FILLER               PIC X(01).
020600     05 PR-TO-DATE           PIC X(08).
020700     05 FILLER               PIC X(01).
020800     05 PR-BODY              PIC X(60).
020900     05 PR-HEADER REDEFINES PR-BODY.
021000         10 PRH-RUN-DATE     PIC X(08).
021100         10 FILLER           PIC X(01).
021200         10 PRH-SOURCE       PIC X(14).
021300         10 FILLER           PIC X(37).
021400     05 PR-DETAIL REDEFINES PR-BODY.
021500         10 PRD-INSTRUCTOR   PIC X(08).
021600         10 FILLER           PIC X(01).
021700         10 PRD-NAME         PIC X(20).
021800         10 FILLER           PIC X(01).
021900         10 PRD-BASIS        PIC X(01).
022000         10 FILLER           PIC X(01).
022100         10 PRD-RATE         PIC 9(03)V99.
022200         10 FILLER           PIC X(01).
022300         10 PRD-SESSIONS     PIC 9(03).
022400         10 FILLER           PIC X(01).
022500         10 PRD-HEADS        PIC 9(05).
022600         10 FILLER           PIC X(01).
022700         10 PRD-AMOUNT       PIC 9(07)V99.
022800         10 FILLER           PIC X(03).
022900     05 PR-TRAILER REDEFINES PR-BODY.
023000         10 PRT-INSTRUCTORS  PIC 9(05).
023100         10 FILLER           PIC X(01).
023200         10 PRT-SESSIONS     PIC 9(05).
023300         10 FILLER           PIC X(01).
023400         10 PRT-HEADS        PIC 9(07).
023500         10 FILLER           PIC X(01).
023600         10 PRT-AMOUNT       PIC 9(09)V99.
023700         10 FILLER           PIC X(01).
023800         10 PRT-RECORD-COUNT PIC 9(05).
023900         10 FILLER           PIC X(23).
024000
024100 FD  PAY-REPORT-FILE.
024200 01  PAY-REPORT-LINE         PIC X(80).
024300
024400 WORKING-STORAGE SECTION.
024500 01  WS-SWITCHES.
024600     05 WS-CLASS-STATUS      PIC X(02).
024700         88 WS-CLASS-OK      VALUE '00'.
024800         88 WS-CLASS-EOF     VALUE '10'.
024900     05 WS-INST-STATUS       PIC X(02).
025000         88 WS-INST-OK       VALUE '00'.
025100         88 WS-INST-EOF      VALUE '10'.
025200         88 WS-INST-NOT-FOUND VALUE '35'.
025300     05 WS-RATE-STATUS       PIC X(02).
025400         88 WS-RATE-OK       VALUE '00'.
025500         88 WS-RATE-EOF      VALUE '10'.
025600     05 WS-SX-STATUS         PIC X(02).
025700         88 WS-SX-OK         VALUE '00'.
025800         88 WS-SX-EOF        VALUE '10'.
025900         88 WS-SX-NOT-FOUND  VALUE '35'.
026000     05 WS-CAL-STATUS        PIC X(02).
026100         88 WS-CAL-OK        VALUE '00'.
026200         88 WS-CAL-EOF       VALUE '10'.
026300         88 WS-CAL-NOT-FOUND VALUE '35'.
026400     05 WS-ATT-STATUS        PIC X(02).
026500         88 WS-ATT-OK        VALUE '00'.
026600         88 WS-ATT-EOF       VALUE '10'.
026700         88 WS-ATT-NOT-FOUND VALUE '35'.
026800     05 WS-SORTED-STATUS     PIC X(02).
026900         88 WS-SORTED-OK     VALUE '00'.
027000         88 WS-SORTED-EOF    VALUE '10'.
027100     05 WS-CTL-STATUS        PIC X(02).
027200         88 WS-CTL-OK        VALUE '00'.
027300         88 WS-CTL-EOF       VALUE '10'.
027400         88 WS-CTL-NOT-FOUND VALUE '35'.
027500     05 WS-PAYOUT-STATUS     PIC X(02).
027600         88 WS-PAYOUT-OK     VALUE '00'.
027700     05 WS-REPORT-STATUS     PIC X(02).
027800         88 WS-REPORT-OK     VALUE '00'.
027900     05 WS-CLS-FOUND-SW      PIC X(01) VALUE 'N'.
028000         88 CLASS-ROW-FOUND  VALUE 'Y'.
028100     05 WS-INS-FOUND-SW      PIC X(01) VALUE 'N'.
028200         88 INS-ROW-FOUND    VALUE 'Y'.
028300     05 WS-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
028400         88 RATE-ROW-FOUND   VALUE 'Y'.
028500     05 WS-SX-FOUND-SW       PIC X(01) VALUE 'N'.
028600         88 SESSION-EXCEPTION-FOUND VALUE 'Y'.
028700     05 WS-SES-FOUND-SW      PIC X(01) VALUE 'N'.
028800         88 SESSION-FOUND    VALUE 'Y'.
028900     05 WS-CLOSED-SW         PIC X(01) VALUE 'N'.
029000         88 CLUB-CLOSED      VALUE 'Y'.
029100     05 WS-REFUSE-SW         PIC X(01) VALUE 'N'.
029200         88 PAYROLL-REFUSED  VALUE 'Y' 'E'.
029300         88 PAYROLL-EMPTY    VALUE 'E'.
029400
029500 01  WS-PARM                 PIC X(17).
029600 01  WS-FROM-INPUT           PIC X(08).
029700 01  WS-TO-INPUT             PIC X(08).
029800 01  WS-FROM-DATE            PIC X(08).
029900 01  WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE
030000                             PIC 9(08).
030100 01  WS-TO-DATE              PIC X(08).
030200 01  WS-TO-DATE-NUM REDEFINES WS-TO-DATE
030300                             PIC 9(08).
030400 01  WS-CURR-DATE            PIC X(08).
030500 01  WS-REFUSE-REASON        PIC X(50) VALUE SPACES.
030600
030700*----------------------------------------------------------*
030800* DATE CHECKING AND THE WALK THROUGH THE PERIOD.  DAYS IN   *
030900* EACH MONTH AS IN CALMAINT; THE DAY OF THE WEEK AS         *
031000* CLSATTND WORKS IT OUT (DAY 1 OF THE INTEGER DATE SCHEME   *
031100* WAS A MONDAY).                                            *
031200*----------------------------------------------------------*
031300 01  WS-CHECK-DATE           PIC 9(08).
031400 01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
031500     05 WS-CHECK-YYYY        PIC 9(04).
031600     05 WS-CHECK-MM          PIC 9(02).
031700     05 WS-CHECK-DD          PIC 9(02).
031800 01  WS-MONTH-DAYS-VALUES    PIC X(24)
031900                             VALUE "312831303130313130313031".
032000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
032100     05 WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
032200 01  WS-MONTH-LENGTH         PIC 9(02).
032300 01  WS-LEAP-QUOT            PIC 9(04).
032400 01  WS-LEAP-REM             PIC 9(02).
032500 01  WS-DATE-SW              PIC X(01) VALUE 'N'.
032600     88 DATE-VALID           VALUE 'Y'.
032700 01  WS-DAY-NAMES            PIC X(21)
032800     VALUE "MONTUEWEDTHUFRISATSUN".
032900 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
033000     05 WS-DAY-NAME          PIC X(03) OCCURS 7 TIMES.
033100 77  WS-DATE-INT             PIC 9(07) COMP.
033200 77  WS-DATE-QUOT            PIC 9(07) COMP.
033300 77  WS-DATE-REM             PIC 9(01) COMP.
033400 01  WS-WALK-DATE            PIC 9(08).
033500 01  WS-WALK-PARTS REDEFINES WS-WALK-DATE.
033600     05 WS-WALK-YYYY         PIC 9(04).
033700     05 WS-WALK-MM           PIC 9(02).
033800     05 WS-WALK-DD           PIC 9(02).
033900 01  WS-WALK-DATE-X REDEFINES WS-WALK-DATE
034000                             PIC X(08).
034100 77  WS-WALK-DAY-NUM         PIC 9(01) COMP.
034200 01  WS-WALK-DAY             PIC X(03).
034300
034400 01  WS-CLS-TABLE.
034500     05 WS-CLS-ENTRY OCCURS 50 TIMES
034600                     INDEXED BY WS-CLS-NDX.
034700         10 WS-CLS-ID        PIC X(08).
034800         10 WS-CLS-DESC      PIC X(20).
034900         10 WS-CLS-DAY       PIC X(03).
035000         10 WS-CLS-TIME      PIC X(04).
035100         10 WS-CLS-INSTRUCTOR PIC X(08).
035200 77  WS-CLS-USED             PIC 9(03) COMP VALUE 0.
035300 77  WS-CLS-I                PIC 9(03) COMP.
035400
035500 01  WS-INS-TABLE.
035600     05 WS-INS-ENTRY OCCURS 30 TIMES
035700                     INDEXED BY WS-INS-NDX.
035800         10 WS-INS-ID        PIC X(08).
035900         10 WS-INS-NAME      PIC X(20).
036000 77  WS-INS-USED             PIC 9(03) COMP VALUE 0.
036100 77  WS-INS-I                PIC 9(03) COMP.
036200
036300 01  WS-RATE-TABLE.
036400     05 WS-RATE-ENTRY OCCURS 50 TIMES
036500                      INDEXED BY WS-RATE-NDX.
036600         10 WS-RATE-ID       PIC X(08).
036700         10 WS-RATE-BASIS    PIC X(01).
036800             88 WS-RATE-PER-HEAD VALUE 'H'.
036900         10 WS-RATE-AMOUNT   PIC 9(03)V99.
037000 77  WS-RATE-USED            PIC 9(03) COMP VALUE 0.
037100 77  WS-RATE-I               PIC 9(03) COMP.
037200
037300*----------------------------------------------------------*
037400* THE PERIOD'S SESSION EXCEPTIONS, CLOSED DATES AND SIGNED- *
037500* IN SESSIONS (ONE ENTRY PER CLASS AND DATE, WITH THE HEAD  *
037600* COUNT - CLSCHKIN SIGNS A MEMBER IN ONCE PER SESSION).     *
037700*----------------------------------------------------------*
037800 01  WS-SX-TABLE.
037900     05 WS-SX-ENTRY OCCURS 500 TIMES
038000                    INDEXED BY WS-SX-NDX.
038100         10 WS-SX-CLASS      PIC X(08).
038200         10 WS-SX-DATE       PIC X(08).
038300         10 WS-SX-TYPE       PIC X(01).
038400             88 WS-SX-CANCELLED VALUE 'X'.
038500         10 WS-SX-SUB        PIC X(08).
038600 77  WS-SX-USED              PIC 9(03) COMP VALUE 0.
038700 77  WS-SX-I                 PIC 9(03) COMP.
038800
038900 01  WS-CLOSED-TABLE.
039000     05 WS-CLOSED-DATE OCCURS 100 TIMES
039100                       INDEXED BY WS-CLOSED-NDX
039200                             PIC X(08).
039300 77  WS-CLOSED-USED          PIC 9(03) COMP VALUE 0.
039400 77  WS-CLOSED-I             PIC 9(03) COMP.
039500
039600 01  WS-SES-TABLE.
039700     05 WS-SES-ENTRY OCCURS 1000 TIMES
039800                     INDEXED BY WS-SES-NDX.
039900         10 WS-SES-CLASS     PIC X(08).
040000         10 WS-SES-DATE      PIC X(08).
040100         10 WS-SES-HEADS     PIC 9(03) COMP.
040200         10 WS-SES-WALKED-SW PIC X(01).
040300             88 WS-SES-WALKED VALUE 'Y'.
040400 77  WS-SES-USED             PIC 9(04) COMP VALUE 0.
040500 77  WS-SES-I                PIC 9(04) COMP.
040600
040700*----------------------------------------------------------*
040800* WHAT EACH INSTRUCTOR IS PAID, BUILT AS THE REPORT PRINTS  *
040900* AND WRITTEN TO THE PAYROLL FILE ONLY IF NOTHING REFUSED.  *
041000*----------------------------------------------------------*
041100 01  WS-PAY-TABLE.
041200     05 WS-PAY-ENTRY OCCURS 50 TIMES
041300                     INDEXED BY WS-PAY-NDX.
041400         10 WS-PAY-ID        PIC X(08).
041500         10 WS-PAY-NAME      PIC X(20).
041600         10 WS-PAY-BASIS     PIC X(01).
041700         10 WS-PAY-RATE      PIC 9(03)V99.
041800         10 WS-PAY-SESSIONS  PIC 9(03).
041900         10 WS-PAY-HEADS     PIC 9(05).
042000         10 WS-PAY-AMOUNT    PIC 9(07)V99.
042100 77  WS-PAY-USED             PIC 9(03) COMP VALUE 0.
042200 77  WS-PAY-I                PIC 9(03) COMP.
042300
042400 01  WS-CUR-INSTRUCTOR       PIC X(08) VALUE LOW-VALUES.
042500 01  WS-CUR-NAME             PIC X(20).
042600 01  WS-WORK-CLASS           PIC X(08).
042700 01  WS-WORK-DATE            PIC X(08).
042800 01  WS-WORK-DAY             PIC X(03).
042900 01  WS-WORK-HEADS           PIC 9(03).
043000 01  WS-SESSION-AMOUNT       PIC 9(06)V99.
043100 77  WS-GROUP-SESSIONS       PIC 9(03) COMP VALUE 0.
043200 77  WS-GROUP-HEADS          PIC 9(05) COMP VALUE 0.
043300 77  WS-GROUP-UNPAID         PIC 9(03) COMP VALUE 0.
043400 01  WS-GROUP-AMOUNT         PIC 9(07)V99 VALUE 0.
043500
043600 77  WS-ATT-LINES            PIC 9(07) COMP VALUE 0.
043700 77  WS-ATT-TAKEN            PIC 9(07) COMP VALUE 0.
043800 77  WS-SESSION-COUNT        PIC 9(05) COMP VALUE 0.
043900 77  WS-PAID-SESSIONS        PIC 9(05) COMP VALUE 0.
044000 77  WS-CANCELLED-COUNT      PIC 9(05) COMP VALUE 0.
044100 77  WS-EMPTY-COUNT          PIC 9(05) COMP VALUE 0.
044200 77  WS-UNASSIGNED-COUNT     PIC 9(05) COMP VALUE 0.
044300 77  WS-TOT-HEADS            PIC 9(07) COMP VALUE 0.
044400 01  WS-TOT-AMOUNT           PIC 9(09)V99 VALUE 0.
044500 77  WS-RECORD-COUNT         PIC 9(05) COMP VALUE 0.
044600 01  WS-CNT-EDIT             PIC ZZZZ9.
044700 01  WS-CNT2-EDIT            PIC ZZZZ9.
044800 01  WS-RATE-EDIT            PIC ZZ9.99.
044900 01  WS-AMOUNT-EDIT          PIC ZZZZZZZZ9.99.
045000
045100 01  WS-DETAIL-LINE.
045200     05 FILLER               PIC X(02) VALUE SPACES.
045300     05 DL-DATE              PIC X(08).
045400     05 FILLER               PIC X(01) VALUE SPACES.
045500     05 DL-DAY               PIC X(03).
045600     05 FILLER               PIC X(01) VALUE SPACES.
045700     05 DL-CLASS-ID          PIC X(08).
045800     05 FILLER               PIC X(01) VALUE SPACES.
045900     05 DL-DESC              PIC X(17).
046000     05 FILLER               PIC X(01) VALUE SPACES.
046100     05 DL-TIME              PIC X(04).
046200     05 FILLER               PIC X(01) VALUE SPACES.
046300     05 DL-HEADS             PIC ZZZZ9.
046400     05 FILLER               PIC X(01) VALUE SPACES.
046500     05 DL-AMOUNT            PIC ZZZZZ9.99.
046600     05 FILLER               PIC X(01) VALUE SPACES.
046700     05 DL-NOTE              PIC X(17).
046800
046900 01  WS-SUMMARY-LINE.
047000     05 FILLER               PIC X(02) VALUE SPACES.
047100     05 SL-LABEL             PIC X(30).
047200     05 SL-COUNT             PIC ZZZZZZ9.
047300     05 FILLER               PIC X(02) VALUE SPACES.
047400     05 SL-AMOUNT            PIC ZZZZZZZZZ9.99.
047500
047600 PROCEDURE DIVISION.
047700 0000-MAINLINE.
047800     PERFORM 1000-GET-PARM THRU 1000-EXIT.
047900     PERFORM 1100-OPEN-REPORT THRU 1100-EXIT.
048000     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
048100     IF PAYROLL-REFUSED
048200         GO TO 0000-WRAP
048300     END-IF.
048400     PERFORM 1300-LOAD-CLASSES THRU 1300-EXIT.
048500     PERFORM 1400-LOAD-INSTRUCTORS THRU 1400-EXIT.
048600     PERFORM 1500-LOAD-RATES THRU 1500-EXIT.
048700     PERFORM 1600-LOAD-EXCEPTIONS THRU 1600-EXIT.
048800     PERFORM 1700-LOAD-CLOSURES THRU 1700-EXIT.
048900     PERFORM 2000-LOAD-SESSIONS THRU 2000-EXIT.
049000     IF PAYROLL-REFUSED
049100         GO TO 0000-WRAP
049200     END-IF.
049300     SORT PAY-SORT-WORK
049400         ON ASCENDING KEY PW-INSTRUCTOR
049500         ON ASCENDING KEY PW-DATE
049600         ON ASCENDING KEY PW-TIME
049700         ON ASCENDING KEY PW-CLASS-ID
049800         INPUT PROCEDURE IS 3000-RELEASE-SESSIONS
049900             THRU 3900-RELEASE-EXIT
050000         GIVING PAY-SORTED-FILE.
050100     PERFORM 4000-PRINT-SESSIONS THRU 4000-EXIT.
050200     PERFORM 6000-PROVE-PAYROLL THRU 6000-EXIT.
050300     IF NOT PAYROLL-REFUSED
050400         PERFORM 7000-WRITE-PAYROLL THRU 7000-EXIT
050500     END-IF.
050600 0000-WRAP.
050700     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
050800     GOBACK.
050900
051000*----------------------------------------------------------*
051100* 1000-GET-PARM - THE PAY PERIOD.  BOTH DATES REAL, IN      *
051200* ORDER, AND THE LAST ONE BEFORE THE BUSINESS DATE.         *
051300*----------------------------------------------------------*
051400 1000-GET-PARM.
051500     ACCEPT WS-PARM FROM COMMAND-LINE.
051600     MOVE SPACES TO WS-FROM-INPUT WS-TO-INPUT.
051700     UNSTRING WS-PARM DELIMITED BY ','
051800         INTO WS-FROM-INPUT WS-TO-INPUT
051900     END-UNSTRING.
052000     MOVE WS-FROM-INPUT TO WS-FROM-DATE.
052100     MOVE WS-TO-INPUT TO WS-TO-DATE.
052200     IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
052300         DISPLAY "PARM MUST BE THE PAY PERIOD AS"
052400             " YYYYMMDD,YYYYMMDD"
052500         MOVE 8 TO RETURN-CODE
052600         GOBACK
052700     END-IF.
052800     MOVE WS-FROM-DATE-NUM TO WS-CHECK-DATE.
052900     PERFORM 1050-CHECK-DATE THRU 1050-EXIT.
053000     IF DATE-VALID
053100         MOVE WS-TO-DATE-NUM TO WS-CHECK-DATE
053200         PERFORM 1050-CHECK-DATE THRU 1050-EXIT
053300     END-IF.
053400     IF NOT DATE-VALID
053500         DISPLAY "PARM DATE IS NOT A REAL DATE - " WS-PARM
053600         MOVE 8 TO RETURN-CODE
053700         GOBACK
053800     END-IF.
053900     IF WS-FROM-DATE > WS-TO-DATE
054000         DISPLAY "PARM PERIOD ENDS BEFORE IT STARTS - " WS-PARM
054100         MOVE 8 TO RETURN-CODE
054200         GOBACK
054300     END-IF.
054400     CALL "RUNDT" USING WS-CURR-DATE.
054500     IF WS-TO-DATE NOT < WS-CURR-DATE
054600         DISPLAY "PERIOD ENDING " WS-TO-DATE " IS NOT OVER -"
054700             " BUSINESS DATE IS " WS-CURR-DATE
054800         MOVE 8 TO RETURN-CODE
054900         GOBACK
055000     END-IF.
055100 1000-EXIT.
055200     EXIT.
055300
055400 1050-CHECK-DATE.
055500     MOVE 'N' TO WS-DATE-SW.
055600     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
055700         OR WS-CHECK-DD < 1
055800         GO TO 1050-EXIT
055900     END-IF.
056000     MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-MONTH-LENGTH.
056100     IF WS-CHECK-MM = 2
056200         DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOT
056300             REMAINDER WS-LEAP-REM
056400         IF WS-LEAP-REM = 0
056500             MOVE 29 TO WS-MONTH-LENGTH
056600         END-IF
056700     END-IF.
056800     IF WS-CHECK-DD > WS-MONTH-LENGTH
056900         GO TO 1050-EXIT
057000     END-IF.
057100     MOVE 'Y' TO WS-DATE-SW.
057200 1050-EXIT.
057300     EXIT.
057400
057500 1100-OPEN-REPORT.
057600     OPEN OUTPUT PAY-REPORT-FILE.
057700     IF NOT WS-REPORT-OK
057800         DISPLAY "IPAYRPT OPEN FAILED, STATUS = "
057900             WS-REPORT-STATUS
058000         MOVE 8 TO RETURN-CODE
058100         GOBACK
058200     END-IF.
058300     MOVE SPACES TO PAY-REPORT-LINE.
058400     STRING "INSTRUCTOR PAY REPORT - PERIOD " DELIMITED BY SIZE
058500         WS-FROM-DATE DELIMITED BY SIZE
058600         " TO " DELIMITED BY SIZE
058700         WS-TO-DATE DELIMITED BY SIZE
058800         "   RUN " DELIMITED BY SIZE
058900         WS-CURR-DATE DELIMITED BY SIZE
059000         INTO PAY-REPORT-LINE.
059100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
059200 1100-EXIT.
059300     EXIT.
059400
059500*----------------------------------------------------------*
059600* 1200-CHECK-PERIOD - NO DAY OF THE PERIOD MAY ALREADY HAVE *
059700* BEEN PAID: REFUSE IF IT OVERLAPS ANY IPAYCTL PERIOD.      *
059800*----------------------------------------------------------*
059900 1200-CHECK-PERIOD.
060000     OPEN INPUT PAY-CONTROL-FILE.
060100     IF WS-CTL-NOT-FOUND
060200         GO TO 1200-EXIT
060300     END-IF.
060400     IF NOT WS-CTL-OK
060500         DISPLAY "IPAYCTL OPEN FAILED, STATUS = " WS-CTL-STATUS
060600         MOVE "IPAYCTL CANNOT BE READ" TO WS-REFUSE-REASON
060700         MOVE 'Y' TO WS-REFUSE-SW
060800         GO TO 1200-EXIT
060900     END-IF.
061000     PERFORM 1210-READ-CONTROL THRU 1210-EXIT.
061100     PERFORM 1220-CHECK-CONTROL THRU 1220-EXIT
061200         UNTIL WS-CTL-EOF OR PAYROLL-REFUSED.
061300     CLOSE PAY-CONTROL-FILE.
061400 1200-EXIT.
061500     EXIT.
061600
061700 1210-READ-CONTROL.
061800     READ PAY-CONTROL-FILE.
061900 1210-EXIT.
062000     EXIT.
062100
062200 1220-CHECK-CONTROL.
062300     IF WS-FROM-DATE NOT > PC-TO-DATE
062400         AND WS-TO-DATE NOT < PC-FROM-DATE
062500         MOVE SPACES TO WS-REFUSE-REASON
062600         STRING "OVERLAPS PERIOD PAID " DELIMITED BY SIZE
062700             PC-FROM-DATE DELIMITED BY SIZE
062800             "-" DELIMITED BY SIZE
062900             PC-TO-DATE DELIMITED BY SIZE
063000             " ON " DELIMITED BY SIZE
063100             PC-RUN-DATE DELIMITED BY SIZE
063200             INTO WS-REFUSE-REASON
063300         MOVE 'Y' TO WS-REFUSE-SW
063400         GO TO 1220-EXIT
063500     END-IF.
063600     PERFORM 1210-READ-CONTROL THRU 1210-EXIT.
063700 1220-EXIT.
063800     EXIT.
063900
064000 1300-LOAD-CLASSES.
064100     MOVE 0 TO WS-CLS-USED.
064200     OPEN INPUT CLASS-SCHEDULE-FILE.
064300     IF NOT WS-CLASS-OK
064400         DISPLAY "CLASSES OPEN FAILED, STATUS = "
064500             WS-CLASS-STATUS
064600         MOVE 8 TO RETURN-CODE
064700         GOBACK
064800     END-IF.
064900     PERFORM 1310-READ-CLASS THRU 1310-EXIT.
065000     PERFORM 1320-STORE-CLASS THRU 1320-EXIT
065100         UNTIL WS-CLASS-EOF.
065200     CLOSE CLASS-SCHEDULE-FILE.
065300 1300-EXIT.
065400     EXIT.
065500
065600 1310-READ-CLASS.
065700     READ CLASS-SCHEDULE-FILE.
065800 1310-EXIT.
065900     EXIT.
066000
066100 1320-STORE-CLASS.
066200     IF WS-CLS-USED < 50
066300         ADD 1 TO WS-CLS-USED
066400         SET WS-CLS-NDX TO WS-CLS-USED
066500         MOVE CLS-CLASS-ID    TO WS-CLS-ID (WS-CLS-NDX)
066600         MOVE CLS-DESCRIPTION TO WS-CLS-DESC (WS-CLS-NDX)
066700         MOVE CLS-DAY         TO WS-CLS-DAY (WS-CLS-NDX)
066800         MOVE CLS-TIME        TO WS-CLS-TIME (WS-CLS-NDX)
066900         MOVE CLS-INSTRUCTOR  TO WS-CLS-INSTRUCTOR (WS-CLS-NDX)
067000     ELSE
067100         DISPLAY "MORE THAN 50 CLASSES - " CLS-CLASS-ID
067200             " NOT TABLED"
067300     END-IF.
067400     PERFORM 1310-READ-CLASS THRU 1310-EXIT.
067500 1320-EXIT.
067600     EXIT.
067700
067800 1400-LOAD-INSTRUCTORS.
067900     MOVE 0 TO WS-INS-USED.
068000     OPEN INPUT INSTRUCTOR-FILE.
068100     IF WS-INST-NOT-FOUND
068200         DISPLAY "NO INSTRUCT FILE - NAMES NOT SHOWN"
068300         GO TO 1400-EXIT
068400     END-IF.
068500     IF NOT WS-INST-OK
068600         DISPLAY "INSTRUCT OPEN FAILED, STATUS = "
068700             WS-INST-STATUS
068800         MOVE 8 TO RETURN-CODE
068900         GOBACK
069000     END-IF.
069100     PERFORM 1410-READ-INSTRUCTOR THRU 1410-EXIT.
069200     PERFORM 1420-STORE-INSTRUCTOR THRU 1420-EXIT
069300         UNTIL WS-INST-EOF.
069400     CLOSE INSTRUCTOR-FILE.
069500 1400-EXIT.
069600     EXIT.
069700
069800 1410-READ-INSTRUCTOR.
069900     READ INSTRUCTOR-FILE.
070000 1410-EXIT.
070100     EXIT.
070200
070300 1420-STORE-INSTRUCTOR.
070400     IF WS-INS-USED < 30
070500         ADD 1 TO WS-INS-USED
070600         SET WS-INS-NDX TO WS-INS-USED
070700         MOVE INS-ID   TO WS-INS-ID (WS-INS-NDX)
070800         MOVE INS-NAME TO WS-INS-NAME (WS-INS-NDX)
070900     ELSE
071000         DISPLAY "MORE THAN 30 INSTRUCTORS - " INS-ID
071100             " NOT TABLED"
071200     END-IF.
071300     PERFORM 1410-READ-INSTRUCTOR THRU 1410-EXIT.
071400 1420-EXIT.
071500     EXIT.
071600
071700*----------------------------------------------------------*
071800* 1500-LOAD-RATES - INSRATE INTO A TABLE.  A ROW WITH A BAD *
071900* BASIS OR RATE IS IGNORED; WITHOUT THE FILE NOBODY CAN BE  *
072000* PAID, SO THE PAYROLL IS REFUSED.                          *
072100*----------------------------------------------------------*
072200 1500-LOAD-RATES.
072300     MOVE 0 TO WS-RATE-USED.
072400     OPEN INPUT RATE-FILE.
072500     IF NOT WS-RATE-OK
072600         DISPLAY "INSRATE OPEN FAILED, STATUS = " WS-RATE-STATUS
072700         MOVE "NO INSTRUCTOR RATE TABLE (INSRATE)"
072800             TO WS-REFUSE-REASON
072900         MOVE 'Y' TO WS-REFUSE-SW
073000         GO TO 1500-EXIT
073100     END-IF.
073200     PERFORM 1510-READ-RATE THRU 1510-EXIT.
073300     PERFORM 1520-STORE-RATE THRU 1520-EXIT
073400         UNTIL WS-RATE-EOF.
073500     CLOSE RATE-FILE.
073600 1500-EXIT.
073700     EXIT.
073800
073900 1510-READ-RATE.
074000     READ RATE-FILE.
074100 1510-EXIT.
074200     EXIT.
074300
074400 1520-STORE-RATE.
074500     IF IR-INSTRUCTOR = SPACES
074600         GO TO 1520-NEXT
074700     END-IF.
074800     IF NOT IR-BASIS-VALID OR IR-RATE NOT NUMERIC
074900         DISPLAY "INSRATE ROW NOT VALID, IGNORED - "
075000             IR-INSTRUCTOR
075100         IF RETURN-CODE < 4
075200             MOVE 4 TO RETURN-CODE
075300         END-IF
075400         GO TO 1520-NEXT
075500     END-IF.
075600     IF WS-RATE-USED < 50
075700         ADD 1 TO WS-RATE-USED
075800         SET WS-RATE-NDX TO WS-RATE-USED
075900         MOVE IR-INSTRUCTOR TO WS-RATE-ID (WS-RATE-NDX)
076000         MOVE IR-BASIS      TO WS-RATE-BASIS (WS-RATE-NDX)
076100         MOVE IR-RATE       TO WS-RATE-AMOUNT (WS-RATE-NDX)
076200     ELSE
076300         DISPLAY "MORE THAN 50 INSRATE ROWS - " IR-INSTRUCTOR
076400             " NOT TABLED"
076500         IF RETURN-CODE < 4
076600             MOVE 4 TO RETURN-CODE
076700         END-IF
076800     END-IF.
076900 1520-NEXT.
077000     PERFORM 1510-READ-RATE THRU 1510-EXIT.
077100 1520-EXIT.
077200     EXIT.
077300
077400 1600-LOAD-EXCEPTIONS.
077500     MOVE 0 TO WS-SX-USED.
077600     OPEN INPUT SESSEXC-FILE.
077700     IF WS-SX-NOT-FOUND
077800         GO TO 1600-EXIT
077900     END-IF.
078000     IF NOT WS-SX-OK
078100         DISPLAY "SESSEXC OPEN FAILED, STATUS = " WS-SX-STATUS
078200         MOVE "SESSEXC CANNOT BE READ" TO WS-REFUSE-REASON
078300         MOVE 'Y' TO WS-REFUSE-SW
078400         GO TO 1600-EXIT
078500     END-IF.
078600     PERFORM 1610-READ-EXCEPTION THRU 1610-EXIT.
078700     PERFORM 1620-STORE-EXCEPTION THRU 1620-EXIT
078800         UNTIL WS-SX-EOF.
078900     CLOSE SESSEXC-FILE.
079000 1600-EXIT.
079100     EXIT.
079200
079300 1610-READ-EXCEPTION.
079400     READ SESSEXC-FILE.
079500 1610-EXIT.
079600     EXIT.
079700
079800 1620-STORE-EXCEPTION.
079900     IF SX-SESSION-DATE < WS-FROM-DATE
080000         OR SX-SESSION-DATE > WS-TO-DATE
080100         OR NOT SX-TYPE-VALID
080200         GO TO 1620-NEXT
080300     END-IF.
080400     IF WS-SX-USED < 500
080500         ADD 1 TO WS-SX-USED
080600         SET WS-SX-NDX TO WS-SX-USED
080700         MOVE SX-CLASS-ID       TO WS-SX-CLASS (WS-SX-NDX)
080800         MOVE SX-SESSION-DATE   TO WS-SX-DATE (WS-SX-NDX)
080900         MOVE SX-TYPE           TO WS-SX-TYPE (WS-SX-NDX)
081000         MOVE SX-SUB-INSTRUCTOR TO WS-SX-SUB (WS-SX-NDX)
081100     ELSE
081200         MOVE "MORE THAN 500 SESSION EXCEPTIONS IN PERIOD"
081300             TO WS-REFUSE-REASON
081400         MOVE 'Y' TO WS-REFUSE-SW
081500     END-IF.
081600 1620-NEXT.
081700     PERFORM 1610-READ-EXCEPTION THRU 1610-EXIT.
081800 1620-EXIT.
081900     EXIT.
082000
082100 1700-LOAD-CLOSURES.
082200     MOVE 0 TO WS-CLOSED-USED.
082300     OPEN INPUT FACCAL-FILE.
082400     IF WS-CAL-NOT-FOUND
082500         GO TO 1700-EXIT
082600     END-IF.
082700     IF NOT WS-CAL-OK
082800         DISPLAY "FACCAL OPEN FAILED, STATUS = " WS-CAL-STATUS
082900         MOVE 8 TO RETURN-CODE
083000         GOBACK
083100     END-IF.
083200     PERFORM 1710-READ-CALENDAR THRU 1710-EXIT.
083300     PERFORM 1720-STORE-CLOSURE THRU 1720-EXIT
083400         UNTIL WS-CAL-EOF.
083500     CLOSE FACCAL-FILE.
083600 1700-EXIT.
083700     EXIT.
083800
083900 1710-READ-CALENDAR.
084000     READ FACCAL-FILE.
084100 1710-EXIT.
084200     EXIT.
084300
084400 1720-STORE-CLOSURE.
084500     IF FC-CLOSED
084600         AND FC-DATE NOT < WS-FROM-DATE
084700         AND FC-DATE NOT > WS-TO-DATE
084800         IF WS-CLOSED-USED < 100
084900             ADD 1 TO WS-CLOSED-USED
085000             SET WS-CLOSED-NDX TO WS-CLOSED-USED
085100             MOVE FC-DATE TO WS-CLOSED-DATE (WS-CLOSED-NDX)
085200         ELSE
085300             DISPLAY "MORE THAN 100 CLOSED DATES - " FC-DATE
085400                 " NOT TABLED"
085500         END-IF
085600     END-IF.
085700     PERFORM 1710-READ-CALENDAR THRU 1710-EXIT.
085800 1720-EXIT.
085900     EXIT.
086000
086100*----------------------------------------------------------*
086200* 2000-LOAD-SESSIONS - EVERY CLASS AND DATE IN THE PERIOD   *
086300* THAT ANYONE SIGNED IN TO, WITH ITS HEAD COUNT.  NO        *
086400* ATTTRANS MEANS NOBODY SIGNED IN.  A FULL TABLE WOULD      *
086500* UNDERPAY, SO IT REFUSES THE PAYROLL.                      *
086600*----------------------------------------------------------*
086700 2000-LOAD-SESSIONS.
086800     MOVE 0 TO WS-SES-USED.
086900     OPEN INPUT ATT-TRANS-FILE.
087000     IF WS-ATT-NOT-FOUND
087100         DISPLAY "NO ATTTRANS ON FILE - NO SESSIONS TAUGHT"
087200         GO TO 2000-EXIT
087300     END-IF.
087400     IF NOT WS-ATT-OK
087500         DISPLAY "ATTTRANS OPEN FAILED, STATUS = " WS-ATT-STATUS
087600         MOVE "ATTTRANS CANNOT BE READ" TO WS-REFUSE-REASON
087700         MOVE 'Y' TO WS-REFUSE-SW
087800         GO TO 2000-EXIT
087900     END-IF.
088000     PERFORM 2100-READ-ATT THRU 2100-EXIT.
088100     PERFORM 2200-TAKE-ATT THRU 2200-EXIT
088200         UNTIL WS-ATT-EOF.
088300     CLOSE ATT-TRANS-FILE.
088400 2000-EXIT.
088500     EXIT.
088600
088700 2100-READ-ATT.
088800     READ ATT-TRANS-FILE.
088900 2100-EXIT.
089000     EXIT.
089100
089200 2200-TAKE-ATT.
089300     ADD 1 TO WS-ATT-LINES.
089400     IF AT-DATE < WS-FROM-DATE OR AT-DATE > WS-TO-DATE
089500         GO TO 2200-NEXT
089600     END-IF.
089700     ADD 1 TO WS-ATT-TAKEN.
089800     MOVE AT-CLASS-ID TO WS-WORK-CLASS.
089900     MOVE AT-DATE TO WS-WORK-DATE.
090000     PERFORM 2300-FIND-SESSION THRU 2300-EXIT.
090100     IF SESSION-FOUND
090200         ADD 1 TO WS-SES-HEADS (WS-SES-NDX)
090300         GO TO 2200-NEXT
090400     END-IF.
090500     IF WS-SES-USED < 1000
090600         ADD 1 TO WS-SES-USED
090700         SET WS-SES-NDX TO WS-SES-USED
090800         MOVE AT-CLASS-ID TO WS-SES-CLASS (WS-SES-NDX)
090900         MOVE AT-DATE     TO WS-SES-DATE (WS-SES-NDX)
091000         MOVE 1           TO WS-SES-HEADS (WS-SES-NDX)
091100         MOVE 'N'         TO WS-SES-WALKED-SW (WS-SES-NDX)
091200     ELSE
091300         MOVE "MORE THAN 1000 SESSIONS IN PERIOD"
091400             TO WS-REFUSE-REASON
091500         MOVE 'Y' TO WS-REFUSE-SW
091600     END-IF.
091700 2200-NEXT.
091800     PERFORM 2100-READ-ATT THRU 2100-EXIT.
091900 2200-EXIT.
092000     EXIT.
092100
092200 2300-FIND-SESSION.
092300     MOVE 'N' TO WS-SES-FOUND-SW.
092400     PERFORM 2310-CHECK-SESSION THRU 2310-EXIT
092500         VARYING WS-SES-I FROM 1 BY 1
092600         UNTIL SESSION-FOUND OR WS-SES-I > WS-SES-USED.
092700 2300-EXIT.
092800     EXIT.
092900
093000 2310-CHECK-SESSION.
093100     SET WS-SES-NDX TO WS-SES-I.
093200     IF WS-SES-CLASS (WS-SES-NDX) = WS-WORK-CLASS
093300         AND WS-SES-DATE (WS-SES-NDX) = WS-WORK-DATE
093400         MOVE 'Y' TO WS-SES-FOUND-SW
093500     END-IF.
093600 2310-EXIT.
093700     EXIT.
093800
093900*----------------------------------------------------------*
094000* 3000-RELEASE-SESSIONS - SORT INPUT PROCEDURE.  WALKS THE  *
094100* PERIOD A DAY AT A TIME AND RELEASES EVERY SCHEDULED       *
094200* SESSION OF EVERY CLASS MEETING THAT DAY, THEN ANY SIGNED- *
094300* IN SESSION THE WALK DID NOT MEET (A CLASS THAT CHANGED    *
094400* DAY OR LEFT THE SCHEDULE DURING THE PERIOD).              *
094500*----------------------------------------------------------*
094600 3000-RELEASE-SESSIONS.
094700     MOVE WS-FROM-DATE-NUM TO WS-WALK-DATE.
094800     COMPUTE WS-DATE-INT =
094900         FUNCTION INTEGER-OF-DATE (WS-WALK-DATE).
095000     DIVIDE WS-DATE-INT BY 7 GIVING WS-DATE-QUOT
095100         REMAINDER WS-DATE-REM.
095200     IF WS-DATE-REM = 0
095300         MOVE 7 TO WS-WALK-DAY-NUM
095400     ELSE
095500         MOVE WS-DATE-REM TO WS-WALK-DAY-NUM
095600     END-IF.
095700     PERFORM 3100-WALK-DAY THRU 3100-EXIT
095800         UNTIL WS-WALK-DATE-X > WS-TO-DATE.
095900     PERFORM 3500-RELEASE-UNWALKED THRU 3500-EXIT
096000         VARYING WS-SES-I FROM 1 BY 1
096100         UNTIL WS-SES-I > WS-SES-USED.
096200     GO TO 3900-RELEASE-EXIT.
096300
096400 3100-WALK-DAY.
096500     MOVE WS-DAY-NAME (WS-WALK-DAY-NUM) TO WS-WALK-DAY.
096600     MOVE 'N' TO WS-CLOSED-SW.
096700     PERFORM 3110-CHECK-CLOSED THRU 3110-EXIT
096800         VARYING WS-CLOSED-I FROM 1 BY 1
096900         UNTIL CLUB-CLOSED OR WS-CLOSED-I > WS-CLOSED-USED.
097000     PERFORM 3200-WALK-CLASS THRU 3200-EXIT
097100         VARYING WS-CLS-I FROM 1 BY 1
097200         UNTIL WS-CLS-I > WS-CLS-USED.
097300     ADD 1 TO WS-WALK-DD.
097400     MOVE WS-MONTH-DAYS (WS-WALK-MM) TO WS-MONTH-LENGTH.
097500     IF WS-WALK-MM = 2
097600         DIVIDE WS-WALK-YYYY BY 4 GIVING WS-LEAP-QUOT
097700             REMAINDER WS-LEAP-REM
097800         IF WS-LEAP-REM = 0
097900             MOVE 29 TO WS-MONTH-LENGTH
098000         END-IF
098100     END-IF.
098200     IF WS-WALK-DD > WS-MONTH-LENGTH
098300         MOVE 1 TO WS-WALK-DD
098400         ADD 1 TO WS-WALK-MM
098500         IF WS-WALK-MM > 12
098600             MOVE 1 TO WS-WALK-MM
098700             ADD 1 TO WS-WALK-YYYY
098800         END-IF
098900     END-IF.
099000     IF WS-WALK-DAY-NUM = 7
099100         MOVE 1 TO WS-WALK-DAY-NUM
099200     ELSE
099300         ADD 1 TO WS-WALK-DAY-NUM
099400     END-IF.
099500 3100-EXIT.
099600     EXIT.
099700
099800 3110-CHECK-CLOSED.
099900     IF WS-CLOSED-DATE (WS-CLOSED-I) = WS-WALK-DATE-X
100000         MOVE 'Y' TO WS-CLOSED-SW
100100     END-IF.
100200 3110-EXIT.
100300     EXIT.
100400
100500 3200-WALK-CLASS.
100600     SET WS-CLS-NDX TO WS-CLS-I.
100700     IF WS-CLS-DAY (WS-CLS-NDX) NOT = WS-WALK-DAY
100800         GO TO 3200-EXIT
100900     END-IF.
101000     MOVE WS-CLS-ID (WS-CLS-NDX) TO WS-WORK-CLASS.
101100     MOVE WS-WALK-DATE-X TO WS-WORK-DATE.
101200     MOVE WS-WALK-DAY TO WS-WORK-DAY.
101300     MOVE 0 TO WS-WORK-HEADS.
101400     PERFORM 2300-FIND-SESSION THRU 2300-EXIT.
101500     IF SESSION-FOUND
101600         MOVE WS-SES-HEADS (WS-SES-NDX) TO WS-WORK-HEADS
101700         MOVE 'Y' TO WS-SES-WALKED-SW (WS-SES-NDX)
101800     END-IF.
101900     IF CLUB-CLOSED AND WS-WORK-HEADS = 0
102000         GO TO 3200-EXIT
102100     END-IF.
102200     PERFORM 3300-RELEASE-ONE THRU 3300-EXIT.
102300 3200-EXIT.
102400     EXIT.
102500
102600*----------------------------------------------------------*
102700* 3300-RELEASE-ONE - ONE SESSION OF THE CLASS AT WS-CLS-NDX *
102800* ON WS-WORK-DATE WITH WS-WORK-HEADS SIGNED IN.  DECIDES    *
102900* WHOSE IT IS AND WHETHER IT IS PAID.                       *
103000*----------------------------------------------------------*
103100 3300-RELEASE-ONE.
103200     MOVE SPACES TO PAY-SORT-RECORD.
103300     MOVE WS-WORK-DATE              TO PW-DATE.
103400     MOVE WS-CLS-TIME (WS-CLS-NDX)  TO PW-TIME.
103500     MOVE WS-WORK-CLASS             TO PW-CLASS-ID.
103600     MOVE WS-WORK-DAY               TO PW-DAY.
103700     MOVE WS-CLS-DESC (WS-CLS-NDX)  TO PW-DESCRIPTION.
103800     MOVE WS-WORK-HEADS             TO PW-HEADS.
103900     MOVE WS-CLS-INSTRUCTOR (WS-CLS-NDX) TO PW-INSTRUCTOR.
104000     MOVE 'T' TO PW-KIND.
104100     PERFORM 3400-FIND-EXCEPTION THRU 3400-EXIT.
104200     IF SESSION-EXCEPTION-FOUND
104300         IF WS-SX-CANCELLED (WS-SX-NDX)
104400             MOVE 'X' TO PW-KIND
104500         ELSE
104600             MOVE WS-SX-SUB (WS-SX-NDX) TO PW-INSTRUCTOR
104700             MOVE WS-CLS-INSTRUCTOR (WS-CLS-NDX) TO PW-OTHER
104800             MOVE 'C' TO PW-KIND
104900         END-IF
105000     END-IF.
105100     IF PW-KIND NOT = 'X' AND WS-WORK-HEADS = 0
105200         MOVE 'N' TO PW-KIND
105300     END-IF.
105400     IF PW-INSTRUCTOR = SPACES
105500         MOVE "(NONE)" TO PW-INSTRUCTOR
105600         IF PW-KIND = 'T'
105700             MOVE 'U' TO PW-KIND
105800         END-IF
105900     END-IF.
106000     ADD 1 TO WS-SESSION-COUNT.
106100     RELEASE PAY-SORT-RECORD.
106200 3300-EXIT.
106300     EXIT.
106400
106500 3400-FIND-EXCEPTION.
106600     MOVE 'N' TO WS-SX-FOUND-SW.
106700     PERFORM 3410-CHECK-EXCEPTION THRU 3410-EXIT
106800         VARYING WS-SX-I FROM 1 BY 1
106900         UNTIL SESSION-EXCEPTION-FOUND OR WS-SX-I > WS-SX-USED.
107000 3400-EXIT.
107100     EXIT.
107200
107300 3410-CHECK-EXCEPTION.
107400     SET WS-SX-NDX TO WS-SX-I.
107500     IF WS-SX-CLASS (WS-SX-NDX) = WS-WORK-CLASS
107600         AND WS-SX-DATE (WS-SX-NDX) = WS-WORK-DATE
107700         MOVE 'Y' TO WS-SX-FOUND-SW
107800     END-IF.
107900 3410-EXIT.
108000     EXIT.
108100
108200*----------------------------------------------------------*
108300* 3500-RELEASE-UNWALKED - A SIGNED-IN SESSION OFF THE       *
108400* CLASS'S CURRENT DAY STILL HAPPENED; PAY IT TO THE CLASS'S *
108500* INSTRUCTOR.  A CLASS NO LONGER ON THE SCHEDULE HAS NO     *
108600* INSTRUCTOR TO PAY.                                        *
108700*----------------------------------------------------------*
108800 3500-RELEASE-UNWALKED.
108900     SET WS-SES-NDX TO WS-SES-I.
109000     IF WS-SES-WALKED (WS-SES-NDX)
109100         GO TO 3500-EXIT
109200     END-IF.
109300     MOVE WS-SES-CLASS (WS-SES-NDX) TO WS-WORK-CLASS.
109400     MOVE WS-SES-DATE (WS-SES-NDX)  TO WS-WORK-DATE.
109500     MOVE WS-SES-HEADS (WS-SES-NDX) TO WS-WORK-HEADS.
109600     MOVE WS-WORK-DATE TO WS-WALK-DATE-X.
109700     COMPUTE WS-DATE-INT =
109800         FUNCTION INTEGER-OF-DATE (WS-WALK-DATE).
109900     DIVIDE WS-DATE-INT BY 7 GIVING WS-DATE-QUOT
110000         REMAINDER WS-DATE-REM.
110100     IF WS-DATE-REM = 0
110200         MOVE 7 TO WS-DATE-REM
110300     END-IF.
110400     MOVE WS-DAY-NAME (WS-DATE-REM) TO WS-WORK-DAY.
110500     MOVE 'N' TO WS-CLS-FOUND-SW.
110600     PERFORM 3510-CHECK-CLASS THRU 3510-EXIT
110700         VARYING WS-CLS-I FROM 1 BY 1
110800         UNTIL CLASS-ROW-FOUND OR WS-CLS-I > WS-CLS-USED.
110900     IF CLASS-ROW-FOUND
111000         PERFORM 3300-RELEASE-ONE THRU 3300-EXIT
111100         GO TO 3500-EXIT
111200     END-IF.
111300     MOVE SPACES TO PAY-SORT-RECORD.
111400     MOVE "(NONE)"      TO PW-INSTRUCTOR.
111500     MOVE WS-WORK-DATE  TO PW-DATE.
111600     MOVE WS-WORK-CLASS TO PW-CLASS-ID.
111700     MOVE WS-WORK-DAY   TO PW-DAY.
111800     MOVE "(NOT ON CLASSES)" TO PW-DESCRIPTION.
111900     MOVE WS-WORK-HEADS TO PW-HEADS.
112000     MOVE 'U' TO PW-KIND.
112100     ADD 1 TO WS-SESSION-COUNT.
112200     RELEASE PAY-SORT-RECORD.
112300 3500-EXIT.
112400     EXIT.
112500
112600 3510-CHECK-CLASS.
112700     SET WS-CLS-NDX TO WS-CLS-I.
112800     IF WS-CLS-ID (WS-CLS-NDX) = WS-WORK-CLASS
112900         MOVE 'Y' TO WS-CLS-FOUND-SW
113000     END-IF.
113100 3510-EXIT.
113200     EXIT.
113300
113400 3900-RELEASE-EXIT.
113500     EXIT.
113600
113700*----------------------------------------------------------*
113800* 4000-PRINT-SESSIONS - THE SORTED SESSIONS, ONE SECTION    *
113900* PER INSTRUCTOR WITH THE PAY DUE AND THE SIGN-OFF LINES.   *
114000*----------------------------------------------------------*
114100 4000-PRINT-SESSIONS.
114200     OPEN INPUT PAY-SORTED-FILE.
114300     IF NOT WS-SORTED-OK
114400         DISPLAY "IPSORT OPEN FAILED, STATUS = " WS-SORTED-STATUS
114500         MOVE "SORTED SESSIONS CANNOT BE READ" TO WS-REFUSE-REASON
114600         MOVE 'Y' TO WS-REFUSE-SW
114700         GO TO 4000-EXIT
114800     END-IF.
114900     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
115000     PERFORM 4200-PRINT-SESSION THRU 4200-EXIT
115100         UNTIL WS-SORTED-EOF.
115200     IF WS-CUR-INSTRUCTOR NOT = LOW-VALUES
115300         PERFORM 4500-END-INSTRUCTOR THRU 4500-EXIT
115400     END-IF.
115500     CLOSE PAY-SORTED-FILE.
115600 4000-EXIT.
115700     EXIT.
115800
115900 4100-READ-SORTED.
116000     READ PAY-SORTED-FILE.
116100 4100-EXIT.
116200     EXIT.
116300
116400 4200-PRINT-SESSION.
116500     IF PS-INSTRUCTOR NOT = WS-CUR-INSTRUCTOR
116600         IF WS-CUR-INSTRUCTOR NOT = LOW-VALUES
116700             PERFORM 4500-END-INSTRUCTOR THRU 4500-EXIT
116800         END-IF
116900         PERFORM 4300-NEW-INSTRUCTOR THRU 4300-EXIT
117000     END-IF.
117100     MOVE SPACES TO WS-DETAIL-LINE.
117200     MOVE PS-DATE        TO DL-DATE.
117300     MOVE PS-DAY         TO DL-DAY.
117400     MOVE PS-CLASS-ID    TO DL-CLASS-ID.
117500     MOVE PS-DESCRIPTION TO DL-DESC.
117600     MOVE PS-TIME        TO DL-TIME.
117700     MOVE PS-HEADS       TO DL-HEADS.
117800     MOVE 0 TO WS-SESSION-AMOUNT.
117900     IF PS-PAID AND RATE-ROW-FOUND
118000         IF WS-RATE-PER-HEAD (WS-RATE-NDX)
118100             COMPUTE WS-SESSION-AMOUNT =
118200                 WS-RATE-AMOUNT (WS-RATE-NDX) * PS-HEADS
118300         ELSE
118400             MOVE WS-RATE-AMOUNT (WS-RATE-NDX)
118500                 TO WS-SESSION-AMOUNT
118600         END-IF
118700     END-IF.
118800     MOVE WS-SESSION-AMOUNT TO DL-AMOUNT.
118900     EVALUATE TRUE
119000         WHEN PS-COVERING
119100             STRING "COVERING " DELIMITED BY SIZE
119200                 PS-OTHER DELIMITED BY SIZE
119300                 INTO DL-NOTE
119400         WHEN PS-CANCELLED
119500             MOVE "CANCELLED" TO DL-NOTE
119600             ADD 1 TO WS-CANCELLED-COUNT
119700         WHEN PS-NO-SIGN-INS
119800             MOVE "NOBODY SIGNED IN" TO DL-NOTE
119900             ADD 1 TO WS-EMPTY-COUNT
120000         WHEN PS-TAUGHT
120100             CONTINUE
120200         WHEN OTHER
120300             MOVE "NO INSTRUCTOR" TO DL-NOTE
120400             ADD 1 TO WS-UNASSIGNED-COUNT
120500     END-EVALUATE.
120600     IF PS-PAID
120700         ADD 1 TO WS-GROUP-SESSIONS
120800         ADD PS-HEADS TO WS-GROUP-HEADS
120900         ADD WS-SESSION-AMOUNT TO WS-GROUP-AMOUNT
121000     ELSE
121100         ADD 1 TO WS-GROUP-UNPAID
121200     END-IF.
121300     MOVE WS-DETAIL-LINE TO PAY-REPORT-LINE.
121400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
121500     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
121600 4200-EXIT.
121700     EXIT.
121800
121900*----------------------------------------------------------*
122000* 4300-NEW-INSTRUCTOR - SECTION HEADING WITH THE NAME FROM  *
122100* INSTRUCT AND THE RATE FROM INSRATE.                       *
122200*----------------------------------------------------------*
122300 4300-NEW-INSTRUCTOR.
122400     MOVE PS-INSTRUCTOR TO WS-CUR-INSTRUCTOR.
122500     MOVE 0 TO WS-GROUP-SESSIONS WS-GROUP-HEADS WS-GROUP-UNPAID.
122600     MOVE 0 TO WS-GROUP-AMOUNT.
122700     MOVE SPACES TO WS-CUR-NAME.
122800     MOVE 'N' TO WS-INS-FOUND-SW.
122900     PERFORM 4310-FIND-NAME THRU 4310-EXIT
123000         VARYING WS-INS-I FROM 1 BY 1
123100         UNTIL INS-ROW-FOUND OR WS-INS-I > WS-INS-USED.
123200     IF NOT INS-ROW-FOUND AND WS-CUR-INSTRUCTOR NOT = "(NONE)"
123300         MOVE "(NOT ON INSTRUCT)" TO WS-CUR-NAME
123400     END-IF.
123500     MOVE 'N' TO WS-RATE-FOUND-SW.
123600     PERFORM 4320-FIND-RATE THRU 4320-EXIT
123700         VARYING WS-RATE-I FROM 1 BY 1
123800         UNTIL RATE-ROW-FOUND OR WS-RATE-I > WS-RATE-USED.
123900     MOVE SPACES TO PAY-REPORT-LINE.
124000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
124100     MOVE SPACES TO PAY-REPORT-LINE.
124200     IF RATE-ROW-FOUND
124300         MOVE WS-RATE-AMOUNT (WS-RATE-NDX) TO WS-RATE-EDIT
124400         STRING "INSTRUCTOR " DELIMITED BY SIZE
124500             WS-CUR-INSTRUCTOR DELIMITED BY SIZE
124600             " " DELIMITED BY SIZE
124700             WS-CUR-NAME DELIMITED BY SIZE
124800             "  RATE " DELIMITED BY SIZE
124900             WS-RATE-EDIT DELIMITED BY SIZE
125000             INTO PAY-REPORT-LINE
125100         IF WS-RATE-PER-HEAD (WS-RATE-NDX)
125200             MOVE "PER HEAD" TO PAY-REPORT-LINE (60:8)
125300         ELSE
125400             MOVE "PER SESSION" TO PAY-REPORT-LINE (60:11)
125500         END-IF
125600     ELSE
125700         STRING "INSTRUCTOR " DELIMITED BY SIZE
125800             WS-CUR-INSTRUCTOR DELIMITED BY SIZE
125900             " " DELIMITED BY SIZE
126000             WS-CUR-NAME DELIMITED BY SIZE
126100             "  *** NO INSRATE ROW ***" DELIMITED BY SIZE
126200             INTO PAY-REPORT-LINE
126300     END-IF.
126400     IF WS-CUR-INSTRUCTOR = "(NONE)"
126500         MOVE SPACES TO PAY-REPORT-LINE
126600         MOVE "SESSIONS WITH NO INSTRUCTOR - NOT PAID"
126700             TO PAY-REPORT-LINE
126800     END-IF.
126900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
127000     MOVE SPACES TO PAY-REPORT-LINE.
127100     MOVE "DATE"        TO PAY-REPORT-LINE (3:4).
127200     MOVE "DAY"         TO PAY-REPORT-LINE (12:3).
127300     MOVE "CLASS"       TO PAY-REPORT-LINE (16:5).
127400     MOVE "DESCRIPTION" TO PAY-REPORT-LINE (25:11).
127500     MOVE "TIME"        TO PAY-REPORT-LINE (43:4).
127600     MOVE "HEADS"       TO PAY-REPORT-LINE (48:5).
127700     MOVE "AMOUNT"      TO PAY-REPORT-LINE (57:6).
127800     MOVE "NOTE"        TO PAY-REPORT-LINE (64:4).
127900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
128000 4300-EXIT.
128100     EXIT.
128200
128300 4310-FIND-NAME.
128400     SET WS-INS-NDX TO WS-INS-I.
128500     IF WS-INS-ID (WS-INS-NDX) = WS-CUR-INSTRUCTOR
128600         MOVE WS-INS-NAME (WS-INS-NDX) TO WS-CUR-NAME
128700         MOVE 'Y' TO WS-INS-FOUND-SW
128800     END-IF.
128900 4310-EXIT.
129000     EXIT.
129100
129200 4320-FIND-RATE.
129300     SET WS-RATE-NDX TO WS-RATE-I.
129400     IF WS-RATE-ID (WS-RATE-NDX) = WS-CUR-INSTRUCTOR
129500         MOVE 'Y' TO WS-RATE-FOUND-SW
129600     END-IF.
129700 4320-EXIT.
129800     EXIT.
129900
130000*----------------------------------------------------------*
130100* 4500-END-INSTRUCTOR - TOTALS AND SIGN-OFF FOR THE         *
130200* SECTION, AND THE INSTRUCTOR'S PAY-TABLE ENTRY.  SESSIONS  *
130300* TO PAY WITH NO RATE REFUSE THE PAYROLL - THE SESSIONS     *
130400* CANNOT BE PAID LATER ONCE THE PERIOD IS ON IPAYCTL.       *
130500*----------------------------------------------------------*
130600 4500-END-INSTRUCTOR.
130700     MOVE WS-GROUP-SESSIONS TO WS-CNT-EDIT.
130800     MOVE WS-GROUP-HEADS TO WS-CNT2-EDIT.
130900     MOVE WS-GROUP-AMOUNT TO WS-AMOUNT-EDIT.
131000     MOVE SPACES TO PAY-REPORT-LINE.
131100     STRING "  SESSIONS PAID " DELIMITED BY SIZE
131200         WS-CNT-EDIT DELIMITED BY SIZE
131300         "   HEADS " DELIMITED BY SIZE
131400         WS-CNT2-EDIT DELIMITED BY SIZE
131500         "   PAY DUE " DELIMITED BY SIZE
131600         WS-AMOUNT-EDIT DELIMITED BY SIZE
131700         INTO PAY-REPORT-LINE.
131800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
131900     IF WS-GROUP-SESSIONS = 0
132000         GO TO 4500-EXIT
132100     END-IF.
132200     IF NOT RATE-ROW-FOUND
132300         MOVE SPACES TO WS-REFUSE-REASON
132400         STRING "INSTRUCTOR " DELIMITED BY SIZE
132500             WS-CUR-INSTRUCTOR DELIMITED BY SPACE
132600             " HAS SESSIONS BUT NO INSRATE ROW" DELIMITED BY SIZE
132700             INTO WS-REFUSE-REASON
132800         MOVE 'Y' TO WS-REFUSE-SW
132900         GO TO 4500-EXIT
133000     END-IF.
133100     IF WS-PAY-USED NOT < 50
133200         MOVE "MORE THAN 50 INSTRUCTORS TO PAY"
133300             TO WS-REFUSE-REASON
133400         MOVE 'Y' TO WS-REFUSE-SW
133500         GO TO 4500-EXIT
133600     END-IF.
133700     ADD 1 TO WS-PAY-USED.
133800     SET WS-PAY-NDX TO WS-PAY-USED.
133900     MOVE WS-CUR-INSTRUCTOR TO WS-PAY-ID (WS-PAY-NDX).
134000     MOVE WS-CUR-NAME TO WS-PAY-NAME (WS-PAY-NDX).
134100     MOVE WS-RATE-BASIS (WS-RATE-NDX)
134200         TO WS-PAY-BASIS (WS-PAY-NDX).
134300     MOVE WS-RATE-AMOUNT (WS-RATE-NDX)
134400         TO WS-PAY-RATE (WS-PAY-NDX).
134500     MOVE WS-GROUP-SESSIONS TO WS-PAY-SESSIONS (WS-PAY-NDX).
134600     MOVE WS-GROUP-HEADS TO WS-PAY-HEADS (WS-PAY-NDX).
134700     MOVE WS-GROUP-AMOUNT TO WS-PAY-AMOUNT (WS-PAY-NDX).
134800     ADD WS-GROUP-SESSIONS TO WS-PAID-SESSIONS.
134900     ADD WS-GROUP-HEADS TO WS-TOT-HEADS.
135000     ADD WS-GROUP-AMOUNT TO WS-TOT-AMOUNT.
135100     MOVE SPACES TO PAY-REPORT-LINE.
135200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
135300     MOVE "  CHECKED BY INSTRUCTOR ______________________   DATE"
135400         TO PAY-REPORT-LINE.
135500     MOVE "__________" TO PAY-REPORT-LINE (57:10).
135600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
135700     MOVE SPACES TO PAY-REPORT-LINE.
135800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
135900     MOVE "  APPROVED BY MANAGER   ______________________   DATE"
136000         TO PAY-REPORT-LINE.
136100     MOVE "__________" TO PAY-REPORT-LINE (57:10).
136200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
136300 4500-EXIT.
136400     EXIT.
136500
136600 6000-PROVE-PAYROLL.
136700     IF PAYROLL-REFUSED
136800         GO TO 6000-EXIT
136900     END-IF.
137000     IF WS-PAY-USED = 0
137100         MOVE "NOTHING TO PAY FOR THE PERIOD" TO WS-REFUSE-REASON
137200         MOVE 'E' TO WS-REFUSE-SW
137300         IF RETURN-CODE < 4
137400             MOVE 4 TO RETURN-CODE
137500         END-IF
137600     END-IF.
137700 6000-EXIT.
137800     EXIT.
137900
138000*----------------------------------------------------------*
138100* 7000-WRITE-PAYROLL - HEADER, ONE DETAIL PER INSTRUCTOR    *
138200* PAID, TRAILER WITH THE CONTROL TOTALS; THEN THE PERIOD    *
138300* GOES ON IPAYCTL SO IT CANNOT BE PAID TWICE.               *
138400*----------------------------------------------------------*
138500 7000-WRITE-PAYROLL.
138600     OPEN OUTPUT PAYROLL-FILE.
138700     IF NOT WS-PAYOUT-OK
138800         DISPLAY "IPAYOUT OPEN FAILED, STATUS = " WS-PAYOUT-STATUS
138900         MOVE "PAYROLL FILE CANNOT BE OPENED" TO WS-REFUSE-REASON
139000         MOVE 'Y' TO WS-REFUSE-SW
139100         GO TO 7000-EXIT
139200     END-IF.
139300     MOVE SPACES TO PAYROLL-RECORD.
139400     MOVE 'H' TO PR-REC-TYPE.
139500     MOVE WS-FROM-DATE TO PR-FROM-DATE.
139600     MOVE WS-TO-DATE TO PR-TO-DATE.
139700     MOVE WS-CURR-DATE TO PRH-RUN-DATE.
139800     MOVE "WELLNESS-KIOSK" TO PRH-SOURCE.
139900     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
140000     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
140100         VARYING WS-PAY-I FROM 1 BY 1
140200         UNTIL WS-PAY-I > WS-PAY-USED.
140300     MOVE SPACES TO PAYROLL-RECORD.
140400     MOVE 'T' TO PR-REC-TYPE.
140500     MOVE WS-FROM-DATE TO PR-FROM-DATE.
140600     MOVE WS-TO-DATE TO PR-TO-DATE.
140700     MOVE WS-PAY-USED TO PRT-INSTRUCTORS.
140800     MOVE WS-PAID-SESSIONS TO PRT-SESSIONS.
140900     MOVE WS-TOT-HEADS TO PRT-HEADS.
141000     MOVE WS-TOT-AMOUNT TO PRT-AMOUNT.
141100     COMPUTE PRT-RECORD-COUNT = WS-RECORD-COUNT + 1.
141200     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
141300     CLOSE PAYROLL-FILE.
141400     IF PAYROLL-REFUSED
141500         GO TO 7000-EXIT
141600     END-IF.
141700     OPEN EXTEND PAY-CONTROL-FILE.
141800     IF WS-CTL-NOT-FOUND
141900         OPEN OUTPUT PAY-CONTROL-FILE
142000     END-IF.
142100     IF NOT WS-CTL-OK
142200         DISPLAY "IPAYCTL OPEN FAILED, STATUS = " WS-CTL-STATUS
142300         DISPLAY "*** PERIOD " WS-FROM-DATE "-" WS-TO-DATE
142400             " NOT ON IPAYCTL - ADD IT BEFORE ANY RERUN ***"
142500         MOVE 8 TO RETURN-CODE
142600         GO TO 7000-EXIT
142700     END-IF.
142800     MOVE SPACES TO PAY-CONTROL-RECORD.
142900     MOVE WS-FROM-DATE TO PC-FROM-DATE.
143000     MOVE WS-TO-DATE TO PC-TO-DATE.
143100     MOVE WS-CURR-DATE TO PC-RUN-DATE.
143200     MOVE WS-PAY-USED TO PC-INSTRUCTORS.
143300     MOVE WS-PAID-SESSIONS TO PC-SESSIONS.
143400     MOVE WS-TOT-AMOUNT TO PC-AMOUNT.
143500     WRITE PAY-CONTROL-RECORD.
143600     IF NOT WS-CTL-OK
143700         DISPLAY "IPAYCTL WRITE FAILED, STATUS = " WS-CTL-STATUS
143800         DISPLAY "*** PERIOD " WS-FROM-DATE "-" WS-TO-DATE
143900             " NOT ON IPAYCTL - ADD IT BEFORE ANY RERUN ***"
144000         MOVE 8 TO RETURN-CODE
144100     END-IF.
144200     CLOSE PAY-CONTROL-FILE.
144300 7000-EXIT.
144400     EXIT.
144500
144600 7100-WRITE-DETAIL.
144700     SET WS-PAY-NDX TO WS-PAY-I.
144800     MOVE SPACES TO PAYROLL-RECORD.
144900     MOVE 'D' TO PR-REC-TYPE.
145000     MOVE WS-FROM-DATE TO PR-FROM-DATE.
145100     MOVE WS-TO-DATE TO PR-TO-DATE.
145200     MOVE WS-PAY-ID (WS-PAY-NDX)       TO PRD-INSTRUCTOR.
145300     MOVE WS-PAY-NAME (WS-PAY-NDX)     TO PRD-NAME.
145400     MOVE WS-PAY-BASIS (WS-PAY-NDX)    TO PRD-BASIS.
145500     MOVE WS-PAY-RATE (WS-PAY-NDX)     TO PRD-RATE.
145600     MOVE WS-PAY-SESSIONS (WS-PAY-NDX) TO PRD-SESSIONS.
145700     MOVE WS-PAY-HEADS (WS-PAY-NDX)    TO PRD-HEADS.
145800     MOVE WS-PAY-AMOUNT (WS-PAY-NDX)   TO PRD-AMOUNT.
145900     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
146000 7100-EXIT.
146100     EXIT.
146200
146300 7200-WRITE-RECORD.
146400     WRITE PAYROLL-RECORD.
146500     IF NOT WS-PAYOUT-OK
146600         DISPLAY "IPAYOUT WRITE FAILED, STATUS = "
146700             WS-PAYOUT-STATUS
146800         MOVE "PAYROLL FILE WRITE FAILED - DISCARD IT"
146900             TO WS-REFUSE-REASON
147000         MOVE 'Y' TO WS-REFUSE-SW
147100     ELSE
147200         ADD 1 TO WS-RECORD-COUNT
147300     END-IF.
147400 7200-EXIT.
147500     EXIT.
147600
147700 8000-WRITE-LINE.
147800     WRITE PAY-REPORT-LINE.
147900     IF NOT WS-REPORT-OK
148000         DISPLAY "IPAYRPT WRITE FAILED, STATUS = "
148100             WS-REPORT-STATUS
148200         IF RETURN-CODE < 4
148300             MOVE 4 TO RETURN-CODE
148400         END-IF
148500     END-IF.
148600 8000-EXIT.
148700     EXIT.
148800
148900*----------------------------------------------------------*
149000* 9000-WRAP-UP - CONTROL TOTALS ON THE REPORT AND CONSOLE.  *
149100*----------------------------------------------------------*
149200 9000-WRAP-UP.
149300     MOVE SPACES TO PAY-REPORT-LINE.
149400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
149500     MOVE "PERIOD CONTROL TOTALS" TO PAY-REPORT-LINE.
149600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
149700     MOVE SPACES TO WS-SUMMARY-LINE.
149800     MOVE "SIGN-INS IN PERIOD............" TO SL-LABEL.
149900     MOVE WS-ATT-TAKEN TO SL-COUNT.
150000     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
150100     MOVE "SESSIONS LISTED..............." TO SL-LABEL.
150200     MOVE WS-SESSION-COUNT TO SL-COUNT.
150300     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
150400     MOVE "  CANCELLED - NOT PAID........" TO SL-LABEL.
150500     MOVE WS-CANCELLED-COUNT TO SL-COUNT.
150600     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
150700     MOVE "  NOBODY SIGNED IN - NOT PAID." TO SL-LABEL.
150800     MOVE WS-EMPTY-COUNT TO SL-COUNT.
150900     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
151000     MOVE "  NO INSTRUCTOR - NOT PAID...." TO SL-LABEL.
151100     MOVE WS-UNASSIGNED-COUNT TO SL-COUNT.
151200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
151300     MOVE "SESSIONS PAID................" TO SL-LABEL.
151400     MOVE WS-PAID-SESSIONS TO SL-COUNT.
151500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
151600     MOVE "HEADS IN PAID SESSIONS........" TO SL-LABEL.
151700     MOVE WS-TOT-HEADS TO SL-COUNT.
151800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
151900     MOVE "INSTRUCTORS PAID / TOTAL PAY.." TO SL-LABEL.
152000     MOVE WS-PAY-USED TO SL-COUNT.
152100     MOVE WS-TOT-AMOUNT TO SL-AMOUNT.
152200     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
152300     MOVE SPACES TO PAY-REPORT-LINE.
152400     IF PAYROLL-REFUSED
152500         STRING "  *** NO PAYROLL FILE - " DELIMITED BY SIZE
152600             WS-REFUSE-REASON DELIMITED BY "  "
152700             " ***" DELIMITED BY SIZE
152800             INTO PAY-REPORT-LINE
152900         IF NOT PAYROLL-EMPTY
153000             MOVE 8 TO RETURN-CODE
153100         END-IF
153200     ELSE
153300         MOVE WS-RECORD-COUNT TO WS-CNT-EDIT
153400         STRING "  PAYROLL FILE WRITTEN - " DELIMITED BY SIZE
153500             WS-CNT-EDIT DELIMITED BY SIZE
153600             " RECORDS, PERIOD CLOSED ON IPAYCTL"
153700                 DELIMITED BY SIZE
153800             INTO PAY-REPORT-LINE
153900     END-IF.
154000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
154100     CLOSE PAY-REPORT-FILE.
154200     MOVE WS-TOT-AMOUNT TO WS-AMOUNT-EDIT.
154300     DISPLAY "INSTRUCTOR PAY RUN COMPLETE FOR " WS-FROM-DATE
154400         " TO " WS-TO-DATE.
154500     DISPLAY "  ATTTRANS LINES READ......: " WS-ATT-LINES.
154600     DISPLAY "  SESSIONS LISTED..........: " WS-SESSION-COUNT.
154700     DISPLAY "  SESSIONS PAID............: " WS-PAID-SESSIONS.
154800     DISPLAY "  INSTRUCTORS PAID.........: " WS-PAY-USED.
154900     DISPLAY "  TOTAL PAY................: " WS-AMOUNT-EDIT.
155000     IF PAYROLL-REFUSED
155100         DISPLAY "*** NO PAYROLL FILE - " WS-REFUSE-REASON
155200     END-IF.
155300 9000-EXIT.
155400     EXIT.
155500
155600 9100-PRINT-SUMMARY.
155700     MOVE WS-SUMMARY-LINE TO PAY-REPORT-LINE.
155800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
155900     MOVE SPACES TO WS-SUMMARY-LINE.
156000 9100-EXIT.
156100     EXIT.
