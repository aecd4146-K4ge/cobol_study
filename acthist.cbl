000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACTHIST.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  MEMBER ACTIVITY HISTORY FOR
001000*                      BILLING DISPUTES.  A MANAGER WAS
001100*                      PULLING MEMAUDIT, FEEAUDIT, PAYAUDIT,
001200*                      PAYHIST, CHKHIST, ENRTRANS, ATTTRANS
001300*                      AND BMIHIST BY HAND AND LINING THEM
001400*                      UP ON PAPER.  FOR EACH MEMBER ON THE
001500*                      REQUEST FILE EVERY EVENT IN THE DATE
001600*                      RANGE IS SORTED INTO ONE TIMELINE,
001700*                      WITH A RUNNING BALANCE CARRIED FROM
001800*                      THE OLD/NEW BALANCES THE POSTING
001900*                      AUDITS (FEEAUDIT, PAYAUDIT) AND THE
002000*                      MEMAUDIT BALANCE CORRECTIONS RECORD.
002100*                      PAYHIST LINES SHOW WHAT WAS TAKEN AT
002200*                      THE DESK AND BY WHOM; THE BALANCE
002300*                      MOVES ON THE PAYAUDIT LINE WHEN IT
002400*                      POSTS, SO NOTHING COUNTS TWICE.  WHEN
002500*                      THE RANGE STARTS BEFORE THE FIRST
002600*                      DATE LEFT ON A LIVE FILE, THAT FILE'S
002700*                      ARCPURGE ARCHIVE IS READ AS WELL.
002710*   2026-10-15  KAGE   ERASEMEM'S 'E' MEMAUDIT LINE PRINTS
002720*                      AS PERSONAL DATA ERASED (ASK FOR THE
002730*                      SURROGATE ID - THE OLD ID IS GONE).
002744*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
002758*                      (RECORD 96 TO 99, APPENDED) -
002772*                      LENGTHS AND COPY REPLACEMENTS GREW
002786*                      WITH IT, MEMAUDIT 615 TO 621.
002788*   2026-10-15  KAGE   CHECK-IN RECORDS ARE 58 BYTES NOW
002791*                      THAT INANDOUT STAMPS THE SITE OF THE
002794*                      TERMINAL AND, ON A CHECK-IN, THE
002797*                      MEMBER'S HOME SITE.
002800*
002900* RUN PARAMETER.
003000*   YYYYMMDD,YYYYMMDD - FIRST AND LAST DATE OF THE RANGE.
003100*   THE MEMBER IDS COME FROM THE HISTREQ FILE, ONE PER RECORD
003200*   IN COLUMNS 1-20.  A BLANK RECORD OR ONE STARTING WITH AN
003300*   ASTERISK IS IGNORED.
003400*----------------------------------------------------------*
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT HIST-REQUEST-FILE ASSIGN TO "HISTREQ"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REQ-STATUS.
004200
004300     SELECT MEM-AUDIT-FILE ASSIGN TO "MEMAUDIT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-LIVE-STATUS.
004600
004700     SELECT MEM-ARCH-FILE ASSIGN TO "MEMARC"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ARCH-STATUS.
005000
005100     SELECT FEE-AUDIT-FILE ASSIGN TO "FEEAUDIT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-LIVE-STATUS.
005400
005500     SELECT FEE-ARCH-FILE ASSIGN TO "FEEARC"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ARCH-STATUS.
005800
005900     SELECT PAY-AUDIT-FILE ASSIGN TO "PAYAUDIT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LIVE-STATUS.
006200
006300     SELECT PAY-ARCH-FILE ASSIGN TO "PAYARC"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-ARCH-STATUS.
006600
006700     SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-LIVE-STATUS.
007000
007100     SELECT PYH-ARCH-FILE ASSIGN TO "PYHARC"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-ARCH-STATUS.
007400
007500     SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-LIVE-STATUS.
007800
007900     SELECT CHK-ARCH-FILE ASSIGN TO "CHKARC"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-ARCH-STATUS.
008200
008300     SELECT ENROLL-TRANS-FILE ASSIGN TO "ENRTRANS"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-LIVE-STATUS.
008600
008700     SELECT ENR-ARCH-FILE ASSIGN TO "ENRARC"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-ARCH-STATUS.
009000
009100     SELECT ATTEND-TRANS-FILE ASSIGN TO "ATTTRANS"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-LIVE-STATUS.
009400
009500     SELECT ATT-ARCH-FILE ASSIGN TO "ATTARC"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-ARCH-STATUS.
009800
009900     SELECT BMI-HIST-FILE ASSIGN TO "BMIHIST"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-LIVE-STATUS.
010200
010300     SELECT BMI-ARCH-FILE ASSIGN TO "BMIARC"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-ARCH-STATUS.
010600
010700     SELECT ACT-SORTED-FILE ASSIGN TO "ACTSORT"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-SORTED-STATUS.
011000
011100     SELECT ACT-SORT-WORK ASSIGN TO "SORTWK01".
011200
011300     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS DYNAMIC
011600         RECORD KEY IS MEMBER-ID
011700         FILE STATUS IS WS-MASTER-STATUS.
011800
011900     SELECT ACT-REPORT-FILE ASSIGN TO "ACTRPT"
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS WS-REPORT-STATUS.
012200
012300 DATA DIVISION.
012400 FILE SECTION.
012500 FD  HIST-REQUEST-FILE.
012600 01  HIST-REQUEST-RECORD.
012700     05 RQ-MEMBER-ID         PIC X(20).
012800     05 FILLER               PIC X(60).
012900
013000*    EACH LIVE FILE AND ITS ARCHIVE IS READ INTO THE ONE
013100*    WORKING-STORAGE LAYOUT FOR THAT FILE BELOW.
013200 FD  MEM-AUDIT-FILE.
013300 01  MEM-AUDIT-RECORD        PIC X(621).
013400
013500 FD  MEM-ARCH-FILE.
013600 01  MEM-ARCH-RECORD         PIC X(621).
013700
013800 FD  FEE-AUDIT-FILE.
013900 01  FEE-AUDIT-RECORD        PIC X(49).
014000
014100 FD  FEE-ARCH-FILE.
014200 01  FEE-ARCH-RECORD         PIC X(49).
014300
014400 FD  PAY-AUDIT-FILE.
014500 01  PAY-AUDIT-RECORD        PIC X(49).
014600
014700 FD  PAY-ARCH-FILE.
014800 01  PAY-ARCH-RECORD         PIC X(49).
014900
015000 FD  PAY-HIST-FILE.
015100 01  PAY-HIST-RECORD         PIC X(77).
015200
015300 FD  PYH-ARCH-FILE.
015400 01  PYH-ARCH-RECORD         PIC X(77).
015500
015600 FD  CHK-HIST-FILE.
015700 01  CHK-HIST-RECORD         PIC X(58).
015800
015900 FD  CHK-ARCH-FILE.
016000 01  CHK-ARCH-RECORD         PIC X(58).
016100
016200 FD  ENROLL-TRANS-FILE.
016300 01  ENROLL-TRANS-RECORD     PIC X(49).
016400
016500 FD  ENR-ARCH-FILE.
016600 01  ENR-ARCH-RECORD         PIC X(49).
016700
016800 FD  ATTEND-TRANS-FILE.
016900 01  ATTEND-TRANS-RECORD     PIC X(45).
017000
017100 FD  ATT-ARCH-FILE.
017200 01  ATT-ARCH-RECORD         PIC X(45).
017300
017400 FD  BMI-HIST-FILE.
017500 01  BMI-HIST-RECORD         PIC X(34).
017600
017700 FD  BMI-ARCH-FILE.
017800 01  BMI-ARCH-RECORD         PIC X(34).
017900
018000 FD  ACT-SORTED-FILE.
018100 01  ACT-SORTED-RECORD.
018200     05 AS-REQ-NO            PIC 9(03).
018300     05 AS-DATE              PIC X(08).
018400     05 AS-TIME              PIC X(06).
018500         88 AS-NO-TIME       VALUE '999999'.
018600     05 AS-SEQ               PIC 9(07).
018700     05 AS-DESC              PIC X(35).
018800     05 AS-BY                PIC X(08).
018900     05 AS-MONEY-SW          PIC X(01).
019000         88 AS-MONEY         VALUE 'Y'.
019100     05 AS-OLD-BALANCE       PIC S9(05)V99
019200                             SIGN IS LEADING SEPARATE.
019300     05 AS-DELTA             PIC S9(05)V99
019400                             SIGN IS LEADING SEPARATE.
019500
019600 SD  ACT-SORT-WORK.
019700 01  ACT-SORT-RECORD.
019800     05 AW-REQ-NO            PIC 9(03).
019900     05 AW-DATE              PIC X(08).
020000     05 AW-TIME              PIC X(06).
020100     05 AW-SEQ               PIC 9(07).
020200     05 AW-DESC              PIC X(35).
020300     05 AW-BY                PIC X(08).
020400     05 AW-MONEY-SW          PIC X(01).
020500     05 AW-OLD-BALANCE       PIC S9(05)V99
020600                             SIGN IS LEADING SEPARATE.
020700     05 AW-DELTA             PIC S9(05)V99
020800                             SIGN IS LEADING SEPARATE.
020900
021000 FD  MEMBER-MASTER-FILE.
021100 01  MEMBER-MASTER-RECORD.
021200     COPY MEMBER.
021300
021400 FD  ACT-REPORT-FILE.
021500 01  ACT-REPORT-LINE         PIC X(80).
021600
021700 WORKING-STORAGE SECTION.
021800 01  WS-SWITCHES.
021900     05 WS-REQ-STATUS        PIC X(02).
022000         88 WS-REQ-OK        VALUE '00'.
022100         88 WS-REQ-EOF       VALUE '10'.
022200     05 WS-LIVE-STATUS       PIC X(02).
022300         88 WS-LIVE-OK       VALUE '00'.
022400         88 WS-LIVE-NOT-FOUND VALUE '35'.
022500     05 WS-ARCH-STATUS       PIC X(02).
022600         88 WS-ARCH-OK       VALUE '00'.
022700         88 WS-ARCH-NOT-FOUND VALUE '35'.
022800     05 WS-SORTED-STATUS     PIC X(02).
022900         88 WS-SORTED-OK     VALUE '00'.
023000         88 WS-SORTED-EOF    VALUE '10'.
023100     05 WS-MASTER-STATUS     PIC X(02).
023200         88 WS-MASTER-OK     VALUE '00'.
023300     05 WS-REPORT-STATUS     PIC X(02).
023400         88 WS-REPORT-OK     VALUE '00'.
023500     05 WS-SOURCE-EOF-SW     PIC X(01).
023600         88 WS-SOURCE-EOF    VALUE 'Y'.
023700     05 WS-ARCHIVE-SW        PIC X(01).
023800         88 WS-READING-ARCHIVE VALUE 'Y'.
023900     05 WS-WANTED-SW         PIC X(01).
024000         88 WS-EVENT-WANTED  VALUE 'Y'.
024100     05 WS-MASTER-SW         PIC X(01).
024200         88 WS-ON-MASTER     VALUE 'Y'.
024300     05 WS-BALANCE-SW        PIC X(01).
024400         88 WS-BALANCE-KNOWN VALUE 'Y'.
024500
024600 01  WS-PARM                 PIC X(20).
024700 01  WS-FROM-DATE            PIC X(08).
024800 01  WS-TO-DATE              PIC X(08).
024900 01  WS-CURR-DATE            PIC X(08).
025000
025100*    THE MEMBERS ASKED FOR, IN REQUEST ORDER.  THE REPORT KEEPS
025200*    THIS ORDER - THE SORT KEY STARTS WITH THE ROW NUMBER.
025300 01  WS-REQ-TABLE.
025400     05 WS-REQ-ENTRY OCCURS 50 TIMES
025500                     INDEXED BY WS-REQ-NDX.
025600         10 WS-REQ-ID        PIC X(20).
025700 77  WS-REQ-USED             PIC 9(03) COMP VALUE 0.
025800 77  WS-REQ-I                PIC 9(03) COMP VALUE 0.
025900 77  WS-REQ-HIT              PIC 9(03) COMP VALUE 0.
026000 77  WS-REQ-MAX              PIC 9(03) COMP VALUE 50.
026100
026200*    THE EVENT BEING LOOKED AT, WHICHEVER FILE IT CAME FROM.
026300 01  WS-EV-MEMBER            PIC X(20).
026400 01  WS-EV-DATE              PIC X(08).
026500 01  WS-FIRST-DATE           PIC X(08).
026600 77  WS-EVENT-SEQ            PIC 9(07) COMP VALUE 0.
026700 77  WS-EVENT-COUNT          PIC 9(07) COMP VALUE 0.
026800 77  WS-MEMBER-EVENTS        PIC 9(05) COMP VALUE 0.
026900 01  WS-ARCHIVE-LIST         PIC X(72) VALUE SPACES.
027000 77  WS-ARCHIVE-PTR          PIC 9(03) COMP VALUE 1.
027100 01  WS-SOURCE-NAME          PIC X(08).
027200 01  WS-CAPTION              PIC X(35).
027300
027400 01  WS-MEM-AUDIT.
027500     05 AU-DATE              PIC X(08).
027600     05 FILLER               PIC X(01).
027700     05 AU-TIME              PIC X(06).
027800     05 FILLER               PIC X(01).
027900     05 AU-USER              PIC X(08).
028000     05 FILLER               PIC X(01).
028100     05 AU-ACTION            PIC X(01).
028200         88 AU-ADD           VALUE 'A'.
028300         88 AU-CHANGE        VALUE 'C'.
028400         88 AU-DELETE        VALUE 'D'.
028500         88 AU-CONTACT       VALUE 'K'.
028550         88 AU-ERASE         VALUE 'E'.
028600     05 FILLER               PIC X(01).
028700     05 AU-MEMBER-ID         PIC X(20).
028800     05 FILLER               PIC X(01).
028900     05 AU-BEFORE-IMAGE      PIC X(99).
029000     05 FILLER               PIC X(01).
029100     05 AU-AFTER-IMAGE       PIC X(99).
029200     05 FILLER               PIC X(01).
029300     05 AU-CONTACT-BEFORE    PIC X(186).
029400     05 FILLER               PIC X(01).
029500     05 AU-CONTACT-AFTER     PIC X(186).
029600
029700*    A MEMAUDIT MEMBER IMAGE, LAID OUT AS MEMBER.CPY.
029800 01  WS-IMAGE.
029900     COPY MEMBER
030000         REPLACING ==MEMBER-ID==      BY ==IM-MEMBER-ID==
030100                   ==MEMBER-NAME==    BY ==IM-MEMBER-NAME==
030200                   ==MEMBER-AGE==     BY ==IM-MEMBER-AGE==
030300                   ==MEMBER-HEIGHT==  BY ==IM-MEMBER-HEIGHT==
030400                   ==MEMBER-WEIGHT==  BY ==IM-MEMBER-WEIGHT==
030500                   ==MEMBER-BALANCE==
030600                       BY ==IM-MEMBER-BALANCE==
030700                   ==MEMBER-STATUS==
030800                       BY ==IM-MEMBER-STATUS==
030900                   ==MEMBER-ACTIVE==
031000                       BY ==IM-MEMBER-ACTIVE==
031100                   ==MEMBER-SUSPENDED==
031200                       BY ==IM-MEMBER-SUSPENDED==
031300                   ==MEMBER-CANCELLED==
031400                       BY ==IM-MEMBER-CANCELLED==
031500                   ==MEMBER-STATUS-VALID==
031600                       BY ==IM-MEMBER-STATUS-VALID==
031700                   ==MEMBER-STATUS-DATE==
031800                       BY ==IM-MEMBER-STATUS-DATE==
031900                   ==MEMBER-DOB==
032000                       BY ==IM-MEMBER-DOB==
032100                   ==MEMBER-PLAN-CODE==
032200                       BY ==IM-MEMBER-PLAN-CODE==
032300                   ==MEMBER-DUES-THRU==
032400                       BY ==IM-MEMBER-DUES-THRU==
032500                   ==MEMBER-JOIN-FEE-SW==
032600                       BY ==IM-MEMBER-JOIN-FEE-SW==
032700                   ==MEMBER-JOIN-FEE-DUE==
032800                       BY ==IM-MEMBER-JOIN-FEE-DUE==
032833                   ==MEMBER-HOME-SITE==
032866                       BY ==IM-MEMBER-HOME-SITE==.
032900 01  WS-BEFORE-STATUS        PIC X(01).
033000 01  WS-BEFORE-PLAN          PIC X(04).
033100 01  WS-BEFORE-BAL-SW        PIC X(01).
033200     88 WS-BEFORE-BAL-NUMERIC VALUE 'Y'.
033300 01  WS-BEFORE-BALANCE       PIC S9(04)V99.
033400 77  WS-CHANGE-EVENTS        PIC 9(05) COMP VALUE 0.
033500 01  WS-STATUS-CODE          PIC X(01).
033600 01  WS-STATUS-WORD          PIC X(09).
033700 01  WS-OLD-STATUS-WORD      PIC X(09).
033800
033900 01  WS-FEE-AUDIT.
034000     05 FA-DATE              PIC X(08).
034100     05 FILLER               PIC X(01).
034200     05 FA-MEMBER-ID         PIC X(20).
034300     05 FILLER               PIC X(01).
034400     05 FA-OLD-BALANCE       PIC +9999.99.
034500     05 FILLER               PIC X(01).
034600     05 FA-NEW-BALANCE       PIC +9999.99.
034700     05 FILLER               PIC X(01).
034800     05 FA-CHARGE-TYPE       PIC X(01).
034900         88 FA-TYPE-DUES     VALUE 'D'.
035000         88 FA-TYPE-JOIN     VALUE 'J'.
035100         88 FA-TYPE-LOCKER   VALUE 'L'.
035200         88 FA-TYPE-PT       VALUE 'T'.
035300
035400 01  WS-PAY-AUDIT.
035500     05 PA-DATE              PIC X(08).
035600     05 FILLER               PIC X(01).
035700     05 PA-MEMBER-ID         PIC X(20).
035800     05 FILLER               PIC X(01).
035900     05 PA-OLD-BALANCE       PIC +9999.99.
036000     05 FILLER               PIC X(01).
036100     05 PA-NEW-BALANCE       PIC +9999.99.
036200     05 FILLER               PIC X(01).
036300     05 PA-TRAN-TYPE         PIC X(01).
036400         88 PA-TYPE-REVERSAL VALUE 'V'.
036500         88 PA-TYPE-REFUND   VALUE 'R'.
036600         88 PA-TYPE-RETURNED VALUE 'B'.
036700         88 PA-TYPE-FEE      VALUE 'F'.
036800         88 PA-TYPE-HOUSEHOLD VALUE 'H'.
036900
037000 01  WS-PAY-HIST.
037100     05 PH-MEMBER-ID         PIC X(20).
037200     05 FILLER               PIC X(01).
037300     05 PH-AMOUNT            PIC 9(04)V99.
037400     05 FILLER               PIC X(01).
037500     05 PH-DATE              PIC X(08).
037600     05 FILLER               PIC X(01).
037700     05 PH-TIME              PIC X(06).
037800     05 FILLER               PIC X(01).
037900     05 PH-CLERK             PIC X(08).
038000     05 FILLER               PIC X(01).
038100     05 PH-TYPE              PIC X(01).
038200         88 PH-TYPE-HOUSEHOLD VALUE 'H'.
038300         88 PH-TYPE-REVERSAL VALUE 'V'.
038400         88 PH-TYPE-REFUND   VALUE 'R'.
038500         88 PH-TYPE-RETURNED VALUE 'B'.
038600     05 FILLER               PIC X(01).
038700     05 PH-REF-DATE          PIC X(08).
038800     05 FILLER               PIC X(01).
038900     05 PH-REF-TIME          PIC X(06).
039000     05 FILLER               PIC X(01).
039100     05 PH-FEE               PIC 9(04)V99.
039200
039300 01  WS-CHK-HIST.
039400     05 CH-MEMBER-ID         PIC X(20).
039500     05 FILLER               PIC X(01).
039600     05 CH-TYPE              PIC X(03).
039700         88 CH-TYPE-IN       VALUE 'IN '.
039800         88 CH-TYPE-OUT      VALUE 'OUT'.
039900     05 FILLER               PIC X(01).
040000     05 CH-ANSWER            PIC X(03).
040100     05 FILLER               PIC X(01).
040200     05 CH-AGE               PIC 9(02).
040300     05 FILLER               PIC X(01).
040400     05 CH-DATE              PIC X(08).
040500     05 FILLER               PIC X(01).
040600     05 CH-TIME              PIC X(06).
040700     05 FILLER               PIC X(01).
040800     05 CH-TERMINAL          PIC X(04).
040820     05 FILLER               PIC X(01).
040840     05 CH-SITE              PIC X(02).
040860     05 FILLER               PIC X(01).
040880     05 CH-HOME-SITE         PIC X(02).
040900
041000 01  WS-ENROLL-TRANS.
041100     05 EN-CLASS-ID          PIC X(08).
041200     05 FILLER               PIC X(01).
041300     05 EN-MEMBER-ID         PIC X(20).
041400     05 FILLER               PIC X(01).
041500     05 EN-DATE              PIC X(08).
041600     05 FILLER               PIC X(01).
041700     05 EN-TIME              PIC X(06).
041800     05 FILLER               PIC X(01).
041900     05 EN-ACTION            PIC X(03).
042000         88 EN-DROP          VALUE 'DRP'.
042100
042200 01  WS-ATTEND-TRANS.
042300     05 AT-CLASS-ID          PIC X(08).
042400     05 FILLER               PIC X(01).
042500     05 AT-MEMBER-ID         PIC X(20).
042600     05 FILLER               PIC X(01).
042700     05 AT-DATE              PIC X(08).
042800     05 FILLER               PIC X(01).
042900     05 AT-TIME              PIC X(06).
043000
043100 01  WS-BMI-HIST.
043200     05 BH-MEMBER-ID         PIC X(20).
043300     05 FILLER               PIC X(01).
043400     05 BH-BMI               PIC 99V99.
043500     05 FILLER               PIC X(01).
043600     05 BH-DATE              PIC X(08).
043700
043800 01  WS-OLD-AMOUNT           PIC S9(04)V99.
043900 01  WS-NEW-AMOUNT           PIC S9(04)V99.
044000 01  WS-RUNNING-BALANCE      PIC S9(05)V99.
044100 01  WS-AMOUNT-EDIT          PIC $$$$9.99.
044200 01  WS-BMI-EDIT             PIC Z9.99.
044300 01  WS-COUNT-EDIT           PIC ZZZZ9.
044400 01  WS-BALANCE-EDIT         PIC +++++9.99.
044500
044600*    YYYYMMDD AND HHMMSS AS PRINTED.
044700 01  WS-DATE-IN.
044800     05 DI-YYYY              PIC X(04).
044900     05 DI-MM                PIC X(02).
045000     05 DI-DD                PIC X(02).
045100 01  WS-DATE-OUT.
045200     05 DO-YYYY              PIC X(04).
045300     05 FILLER               PIC X(01) VALUE '-'.
045400     05 DO-MM                PIC X(02).
045500     05 FILLER               PIC X(01) VALUE '-'.
045600     05 DO-DD                PIC X(02).
045700 01  WS-TIME-IN.
045800     05 TI-HH                PIC X(02).
045900     05 TI-MM                PIC X(02).
046000     05 TI-SS                PIC X(02).
046100 01  WS-TIME-OUT.
046200     05 TO-HH                PIC X(02).
046300     05 FILLER               PIC X(01) VALUE ':'.
046400     05 TO-MM                PIC X(02).
046500
046600 01  WS-DETAIL-LINE.
046700     05 DL-DATE              PIC X(10).
046800     05 FILLER               PIC X(01) VALUE SPACES.
046900     05 DL-TIME              PIC X(05).
047000     05 FILLER               PIC X(01) VALUE SPACES.
047100     05 DL-DESC              PIC X(35).
047200     05 FILLER               PIC X(01) VALUE SPACES.
047300     05 DL-BY                PIC X(08).
047400     05 FILLER               PIC X(01) VALUE SPACES.
047500     05 DL-CHANGE            PIC ++++9.99.
047600     05 FILLER               PIC X(01) VALUE SPACES.
047700     05 DL-BALANCE           PIC ++++9.99.
047800
047900 PROCEDURE DIVISION.
048000 0000-MAINLINE.
048100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
048200     SORT ACT-SORT-WORK
048300         ON ASCENDING KEY AW-REQ-NO
048400         ON ASCENDING KEY AW-DATE
048500         ON ASCENDING KEY AW-TIME
048600         ON ASCENDING KEY AW-SEQ
048700         INPUT PROCEDURE IS 2000-RELEASE-EVENTS
048800             THRU 2900-RELEASE-EXIT
048900         GIVING ACT-SORTED-FILE.
049000     IF RETURN-CODE > 4
049100         GOBACK
049200     END-IF.
049300     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
049400     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
049500     PERFORM 4000-PRINT-MEMBER THRU 4000-EXIT
049600         VARYING WS-REQ-I FROM 1 BY 1
049700         UNTIL WS-REQ-I > WS-REQ-USED.
049800     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
049900     GOBACK.
050000
050100*----------------------------------------------------------*
050200* 1000-INITIALIZE - THE DATE RANGE FROM THE RUN PARAMETER   *
050300* AND THE MEMBER IDS FROM THE REQUEST FILE.  A BAD RANGE    *
050400* OR NO MEMBERS STOPS THE STEP BEFORE ANY FILE IS READ.     *
050500*----------------------------------------------------------*
050600 1000-INITIALIZE.
050700     ACCEPT WS-PARM FROM COMMAND-LINE.
050800     UNSTRING WS-PARM DELIMITED BY ","
050900         INTO WS-FROM-DATE WS-TO-DATE
051000     END-UNSTRING.
051100     IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
051200         OR WS-FROM-DATE > WS-TO-DATE
051300         DISPLAY "INVALID DATE RANGE '" WS-PARM
051400             "' - ENTER YYYYMMDD,YYYYMMDD"
051500         MOVE 8 TO RETURN-CODE
051600         GOBACK
051700     END-IF.
051800     CALL "RUNDT" USING WS-CURR-DATE.
051900     OPEN INPUT HIST-REQUEST-FILE.
052000     IF NOT WS-REQ-OK
052100         DISPLAY "HISTREQ OPEN FAILED, STATUS = "
052200             WS-REQ-STATUS
052300         MOVE 8 TO RETURN-CODE
052400         GOBACK
052500     END-IF.
052600     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
052700     PERFORM 1200-KEEP-REQUEST THRU 1200-EXIT
052800         UNTIL WS-REQ-EOF.
052900     CLOSE HIST-REQUEST-FILE.
053000     IF WS-REQ-USED = 0
053100         DISPLAY "NO MEMBER IDS ON HISTREQ - NOTHING TO REPORT"
053200         MOVE 8 TO RETURN-CODE
053300         GOBACK
053400     END-IF.
053500     DISPLAY "ACTIVITY HISTORY FROM " WS-FROM-DATE " TO "
053600         WS-TO-DATE " FOR " WS-REQ-USED " MEMBER(S)".
053700 1000-EXIT.
053800     EXIT.
053900
054000 1100-READ-REQUEST.
054100     READ HIST-REQUEST-FILE.
054200 1100-EXIT.
054300     EXIT.
054400
054500*    A MEMBER ASKED FOR TWICE IS REPORTED ONCE.
054600 1200-KEEP-REQUEST.
054700     IF RQ-MEMBER-ID = SPACES OR RQ-MEMBER-ID (1:1) = '*'
054800         GO TO 1200-NEXT
054900     END-IF.
055000     MOVE RQ-MEMBER-ID TO WS-EV-MEMBER.
055100     PERFORM 2840-FIND-REQUEST THRU 2840-EXIT.
055200     IF WS-REQ-HIT > 0
055300         GO TO 1200-NEXT
055400     END-IF.
055500     IF WS-REQ-USED NOT < WS-REQ-MAX
055600         DISPLAY "MORE THAN " WS-REQ-MAX
055700             " MEMBERS REQUESTED - IGNORED " RQ-MEMBER-ID
055800         MOVE 4 TO RETURN-CODE
055900         GO TO 1200-NEXT
056000     END-IF.
056100     ADD 1 TO WS-REQ-USED.
056200     SET WS-REQ-NDX TO WS-REQ-USED.
056300     MOVE RQ-MEMBER-ID TO WS-REQ-ID (WS-REQ-NDX).
056400 1200-NEXT.
056500     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
056600 1200-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------*
057000* 2000-RELEASE-EVENTS - SORT INPUT PROCEDURE.  EACH SOURCE  *
057100* IS READ LIVE FIRST; IF THE RANGE STARTS BEFORE THE FIRST  *
057200* DATE STILL ON THE LIVE FILE (OR THE LIVE FILE IS EMPTY)   *
057300* ITS ARCPURGE ARCHIVE IS READ TOO.  A SOURCE OR ARCHIVE    *
057400* THAT IS NOT THERE JUST MEANS NOTHING FROM IT; ONE THAT    *
057500* WILL NOT OPEN STOPS THE RUN, SINCE A HISTORY WITH A HOLE  *
057600* IN IT IS WORSE THAN NONE.                                 *
057700*----------------------------------------------------------*
057800 2000-RELEASE-EVENTS.
057900     PERFORM 2100-MEMBER-AUDIT THRU 2100-EXIT.
058000     IF RETURN-CODE > 4
058100         GO TO 2900-RELEASE-EXIT
058200     END-IF.
058300     PERFORM 2200-FEE-AUDIT THRU 2200-EXIT.
058400     IF RETURN-CODE > 4
058500         GO TO 2900-RELEASE-EXIT
058600     END-IF.
058700     PERFORM 2300-PAY-AUDIT THRU 2300-EXIT.
058800     IF RETURN-CODE > 4
058900         GO TO 2900-RELEASE-EXIT
059000     END-IF.
059100     PERFORM 2400-PAY-HIST THRU 2400-EXIT.
059200     IF RETURN-CODE > 4
059300         GO TO 2900-RELEASE-EXIT
059400     END-IF.
059500     PERFORM 2500-CHECK-INS THRU 2500-EXIT.
059600     IF RETURN-CODE > 4
059700         GO TO 2900-RELEASE-EXIT
059800     END-IF.
059900     PERFORM 2600-ENROLLMENTS THRU 2600-EXIT.
060000     IF RETURN-CODE > 4
060100         GO TO 2900-RELEASE-EXIT
060200     END-IF.
060300     PERFORM 2700-ATTENDANCE THRU 2700-EXIT.
060400     IF RETURN-CODE > 4
060500         GO TO 2900-RELEASE-EXIT
060600     END-IF.
060700     PERFORM 2800-BMI-READINGS THRU 2800-EXIT.
060800     DISPLAY WS-EVENT-COUNT " EVENTS SELECTED".
060900     GO TO 2900-RELEASE-EXIT.
061000
061100*----------------------------------------------------------*
061200* 2100-MEMBER-AUDIT - MEMAUDIT.  ADDS, DELETES AND CONTACT  *
061300* CHANGES ARE ONE LINE EACH.  A CHANGE IS SPLIT INTO WHAT   *
061400* MOVED: A STATUS CHANGE, A PLAN CHANGE, AND A BALANCE      *
061500* CORRECTION (WHICH MOVES THE RUNNING BALANCE).             *
061600*----------------------------------------------------------*
061700 2100-MEMBER-AUDIT.
061800     MOVE "MEMAUDIT" TO WS-SOURCE-NAME.
061900     MOVE SPACES TO WS-FIRST-DATE.
062000     MOVE 'N' TO WS-ARCHIVE-SW.
062100     OPEN INPUT MEM-AUDIT-FILE.
062200     IF NOT WS-LIVE-OK AND NOT WS-LIVE-NOT-FOUND
062300         PERFORM 2880-LIVE-OPEN-FAILED THRU 2880-EXIT
062400         GO TO 2100-EXIT
062500     END-IF.
062600     IF WS-LIVE-OK
062700         MOVE 'N' TO WS-SOURCE-EOF-SW
062800         PERFORM 2110-READ-MEM THRU 2110-EXIT
062900         PERFORM 2120-RELEASE-MEM THRU 2120-EXIT
063000             UNTIL WS-SOURCE-EOF
063100         CLOSE MEM-AUDIT-FILE
063200     END-IF.
063300     IF WS-FIRST-DATE NOT = SPACES
063400         AND WS-FIRST-DATE NOT > WS-FROM-DATE
063500         GO TO 2100-EXIT
063600     END-IF.
063700     OPEN INPUT MEM-ARCH-FILE.
063800     IF WS-ARCH-NOT-FOUND
063900         GO TO 2100-EXIT
064000     END-IF.
064100     IF NOT WS-ARCH-OK
064200         PERFORM 2885-ARCH-OPEN-FAILED THRU 2885-EXIT
064300         GO TO 2100-EXIT
064400     END-IF.
064500     PERFORM 2890-NOTE-ARCHIVE THRU 2890-EXIT.
064600     PERFORM 2110-READ-MEM THRU 2110-EXIT.
064700     PERFORM 2120-RELEASE-MEM THRU 2120-EXIT
064800         UNTIL WS-SOURCE-EOF.
064900     CLOSE MEM-ARCH-FILE.
065000 2100-EXIT.
065100     EXIT.
065200
065300 2110-READ-MEM.
065400     IF WS-READING-ARCHIVE
065500         READ MEM-ARCH-FILE INTO WS-MEM-AUDIT
065600             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
065700         END-READ
065800     ELSE
065900         READ MEM-AUDIT-FILE INTO WS-MEM-AUDIT
066000             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
066100         END-READ
066200     END-IF.
066300 2110-EXIT.
066400     EXIT.
066500
066600 2120-RELEASE-MEM.
066700     MOVE AU-MEMBER-ID TO WS-EV-MEMBER.
066800     MOVE AU-DATE TO WS-EV-DATE.
066900     PERFORM 2850-CHECK-EVENT THRU 2850-EXIT.
067000     IF NOT WS-EVENT-WANTED
067100         GO TO 2120-NEXT
067200     END-IF.
067300     MOVE SPACES TO ACT-SORT-RECORD.
067400     MOVE AU-TIME TO AW-TIME.
067500     MOVE AU-USER TO AW-BY.
067600     EVALUATE TRUE
067700         WHEN AU-ADD
067800             MOVE "MEMBER RECORD ADDED" TO AW-DESC
067900         WHEN AU-DELETE
068000             MOVE "MEMBER RECORD DELETED" TO AW-DESC
068100         WHEN AU-CONTACT
068200             MOVE "CONTACT DETAILS CHANGED" TO AW-DESC
068210         WHEN AU-ERASE
068220             MOVE "PERSONAL DATA ERASED" TO AW-DESC
068300         WHEN AU-CHANGE
068400             PERFORM 2130-SPLIT-CHANGE THRU 2130-EXIT
068500             GO TO 2120-NEXT
068600         WHEN OTHER
068700             MOVE "MEMBER RECORD MAINTAINED" TO AW-DESC
068800     END-EVALUATE.
068900     PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT.
069000 2120-NEXT.
069100     PERFORM 2110-READ-MEM THRU 2110-EXIT.
069200 2120-EXIT.
069300     EXIT.
069400
069500 2130-SPLIT-CHANGE.
069600     MOVE 0 TO WS-CHANGE-EVENTS.
069700     MOVE AU-BEFORE-IMAGE TO WS-IMAGE.
069800     MOVE IM-MEMBER-STATUS TO WS-BEFORE-STATUS.
069900     MOVE IM-MEMBER-PLAN-CODE TO WS-BEFORE-PLAN.
070000     MOVE 'N' TO WS-BEFORE-BAL-SW.
070100     IF IM-MEMBER-BALANCE NUMERIC
070200         MOVE 'Y' TO WS-BEFORE-BAL-SW
070300         MOVE IM-MEMBER-BALANCE TO WS-BEFORE-BALANCE
070400     END-IF.
070500     MOVE AU-AFTER-IMAGE TO WS-IMAGE.
070600     IF IM-MEMBER-STATUS NOT = WS-BEFORE-STATUS
070700         MOVE WS-BEFORE-STATUS TO WS-STATUS-CODE
070800         PERFORM 2140-STATUS-WORD THRU 2140-EXIT
070900         MOVE WS-STATUS-WORD TO WS-OLD-STATUS-WORD
071000         MOVE IM-MEMBER-STATUS TO WS-STATUS-CODE
071100         PERFORM 2140-STATUS-WORD THRU 2140-EXIT
071200         STRING "STATUS " DELIMITED BY SIZE
071300             WS-OLD-STATUS-WORD DELIMITED BY SPACE
071400             " TO " DELIMITED BY SIZE
071500             WS-STATUS-WORD DELIMITED BY SPACE
071600             INTO AW-DESC
071700         PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT
071800     END-IF.
071900     IF IM-MEMBER-PLAN-CODE NOT = WS-BEFORE-PLAN
072000         MOVE SPACES TO AW-DESC
072100         STRING "PLAN " DELIMITED BY SIZE
072200             WS-BEFORE-PLAN DELIMITED BY SIZE
072300             " TO " DELIMITED BY SIZE
072400             IM-MEMBER-PLAN-CODE DELIMITED BY SIZE
072500             INTO AW-DESC
072600         PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT
072700     END-IF.
072800     IF WS-BEFORE-BAL-NUMERIC AND IM-MEMBER-BALANCE NUMERIC
072900         AND IM-MEMBER-BALANCE NOT = WS-BEFORE-BALANCE
073000         MOVE "BALANCE CORRECTED" TO AW-DESC
073100         MOVE 'Y' TO AW-MONEY-SW
073200         MOVE WS-BEFORE-BALANCE TO AW-OLD-BALANCE
073300         COMPUTE AW-DELTA =
073400             IM-MEMBER-BALANCE - WS-BEFORE-BALANCE
073500         PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT
073600     END-IF.
073700     IF WS-CHANGE-EVENTS = 0
073800         MOVE "MEMBER DETAILS CHANGED" TO AW-DESC
073900         PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT
074000     END-IF.
074100 2130-EXIT.
074200     EXIT.
074300
074400 2140-STATUS-WORD.
074500     EVALUATE WS-STATUS-CODE
074600         WHEN 'A'
074700             MOVE "ACTIVE" TO WS-STATUS-WORD
074800         WHEN 'S'
074900             MOVE "SUSPENDED" TO WS-STATUS-WORD
075000         WHEN 'C'
075100             MOVE "CANCELLED" TO WS-STATUS-WORD
075200         WHEN OTHER
075300             MOVE "UNKNOWN" TO WS-STATUS-WORD
075400     END-EVALUATE.
075500 2140-EXIT.
075600     EXIT.
075700
075800*----------------------------------------------------------*
075900* 2200-FEE-AUDIT - FEEAUDIT.  EVERY POSTED CHARGE AND FEE   *
076000* ADJUSTMENT, WITH THE BALANCE BEFORE AND AFTER.  POSTED    *
076100* OVERNIGHT, SO IT SORTS AFTER THE DAY'S DESK EVENTS.       *
076200*----------------------------------------------------------*
076300 2200-FEE-AUDIT.
076400     MOVE "FEEAUDIT" TO WS-SOURCE-NAME.
076500     MOVE SPACES TO WS-FIRST-DATE.
076600     MOVE 'N' TO WS-ARCHIVE-SW.
076700     OPEN INPUT FEE-AUDIT-FILE.
076800     IF NOT WS-LIVE-OK AND NOT WS-LIVE-NOT-FOUND
076900         PERFORM 2880-LIVE-OPEN-FAILED THRU 2880-EXIT
077000         GO TO 2200-EXIT
077100     END-IF.
077200     IF WS-LIVE-OK
077300         MOVE 'N' TO WS-SOURCE-EOF-SW
077400         PERFORM 2210-READ-FEE THRU 2210-EXIT
077500         PERFORM 2220-RELEASE-FEE THRU 2220-EXIT
077600             UNTIL WS-SOURCE-EOF
077700         CLOSE FEE-AUDIT-FILE
077800     END-IF.
077900     IF WS-FIRST-DATE NOT = SPACES
078000         AND WS-FIRST-DATE NOT > WS-FROM-DATE
078100         GO TO 2200-EXIT
078200     END-IF.
078300     OPEN INPUT FEE-ARCH-FILE.
078400     IF WS-ARCH-NOT-FOUND
078500         GO TO 2200-EXIT
078600     END-IF.
078700     IF NOT WS-ARCH-OK
078800         PERFORM 2885-ARCH-OPEN-FAILED THRU 2885-EXIT
078900         GO TO 2200-EXIT
079000     END-IF.
079100     PERFORM 2890-NOTE-ARCHIVE THRU 2890-EXIT.
079200     PERFORM 2210-READ-FEE THRU 2210-EXIT.
079300     PERFORM 2220-RELEASE-FEE THRU 2220-EXIT
079400         UNTIL WS-SOURCE-EOF.
079500     CLOSE FEE-ARCH-FILE.
079600 2200-EXIT.
079700     EXIT.
079800
079900 2210-READ-FEE.
080000     IF WS-READING-ARCHIVE
080100         READ FEE-ARCH-FILE INTO WS-FEE-AUDIT
080200             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
080300         END-READ
080400     ELSE
080500         READ FEE-AUDIT-FILE INTO WS-FEE-AUDIT
080600             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
080700         END-READ
080800     END-IF.
080900 2210-EXIT.
081000     EXIT.
081100
081200 2220-RELEASE-FEE.
081300     MOVE FA-MEMBER-ID TO WS-EV-MEMBER.
081400     MOVE FA-DATE TO WS-EV-DATE.
081500     PERFORM 2850-CHECK-EVENT THRU 2850-EXIT.
081600     IF NOT WS-EVENT-WANTED
081700         GO TO 2220-NEXT
081800     END-IF.
081900     MOVE SPACES TO ACT-SORT-RECORD.
082000     MOVE '999999' TO AW-TIME.
082100     MOVE "NIGHTLY" TO AW-BY.
082200     EVALUATE TRUE
082300         WHEN FA-TYPE-DUES
082400             MOVE "MONTHLY DUES BILLED" TO AW-DESC
082500         WHEN FA-TYPE-JOIN
082600             MOVE "JOINING FEE BILLED" TO AW-DESC
082700         WHEN FA-TYPE-LOCKER
082800             MOVE "LOCKER RENTAL CHARGED" TO AW-DESC
082900         WHEN FA-TYPE-PT
083000             MOVE "PERSONAL TRAINING PACKAGE SOLD"
083100                 TO AW-DESC
083200         WHEN OTHER
083300             MOVE "FEE ADJUSTMENT POSTED" TO AW-DESC
083400     END-EVALUATE.
083500     MOVE FA-OLD-BALANCE TO WS-OLD-AMOUNT.
083600     MOVE FA-NEW-BALANCE TO WS-NEW-AMOUNT.
083700     PERFORM 2870-MONEY-EVENT THRU 2870-EXIT.
083800 2220-NEXT.
083900     PERFORM 2210-READ-FEE THRU 2210-EXIT.
084000 2220-EXIT.
084100     EXIT.
084200
084300*----------------------------------------------------------*
084400* 2300-PAY-AUDIT - PAYAUDIT.  EVERY PAYMENT, REVERSAL,      *
084500* REFUND AND RETURNED ITEM AS IT POSTED TO THE BALANCE.     *
084600*----------------------------------------------------------*
084700 2300-PAY-AUDIT.
084800     MOVE "PAYAUDIT" TO WS-SOURCE-NAME.
084900     MOVE SPACES TO WS-FIRST-DATE.
085000     MOVE 'N' TO WS-ARCHIVE-SW.
085100     OPEN INPUT PAY-AUDIT-FILE.
085200     IF NOT WS-LIVE-OK AND NOT WS-LIVE-NOT-FOUND
085300         PERFORM 2880-LIVE-OPEN-FAILED THRU 2880-EXIT
085400         GO TO 2300-EXIT
085500     END-IF.
085600     IF WS-LIVE-OK
085700         MOVE 'N' TO WS-SOURCE-EOF-SW
085800         PERFORM 2310-READ-PAY THRU 2310-EXIT
085900         PERFORM 2320-RELEASE-PAY THRU 2320-EXIT
086000             UNTIL WS-SOURCE-EOF
086100         CLOSE PAY-AUDIT-FILE
086200     END-IF.
086300     IF WS-FIRST-DATE NOT = SPACES
086400         AND WS-FIRST-DATE NOT > WS-FROM-DATE
086500         GO TO 2300-EXIT
086600     END-IF.
086700     OPEN INPUT PAY-ARCH-FILE.
086800     IF WS-ARCH-NOT-FOUND
086900         GO TO 2300-EXIT
087000     END-IF.
087100     IF NOT WS-ARCH-OK
087200         PERFORM 2885-ARCH-OPEN-FAILED THRU 2885-EXIT
087300         GO TO 2300-EXIT
087400     END-IF.
087500     PERFORM 2890-NOTE-ARCHIVE THRU 2890-EXIT.
087600     PERFORM 2310-READ-PAY THRU 2310-EXIT.
087700     PERFORM 2320-RELEASE-PAY THRU 2320-EXIT
087800         UNTIL WS-SOURCE-EOF.
087900     CLOSE PAY-ARCH-FILE.
088000 2300-EXIT.
088100     EXIT.
088200
088300 2310-READ-PAY.
088400     IF WS-READING-ARCHIVE
088500         READ PAY-ARCH-FILE INTO WS-PAY-AUDIT
088600             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
088700         END-READ
088800     ELSE
088900         READ PAY-AUDIT-FILE INTO WS-PAY-AUDIT
089000             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
089100         END-READ
089200     END-IF.
089300 2310-EXIT.
089400     EXIT.
089500
089600 2320-RELEASE-PAY.
089700     MOVE PA-MEMBER-ID TO WS-EV-MEMBER.
089800     MOVE PA-DATE TO WS-EV-DATE.
089900     PERFORM 2850-CHECK-EVENT THRU 2850-EXIT.
090000     IF NOT WS-EVENT-WANTED
090100         GO TO 2320-NEXT
090200     END-IF.
090300     MOVE SPACES TO ACT-SORT-RECORD.
090400     MOVE '999999' TO AW-TIME.
090500     MOVE "NIGHTLY" TO AW-BY.
090600     EVALUATE TRUE
090700         WHEN PA-TYPE-REVERSAL
090800             MOVE "PAYMENT REVERSAL POSTED" TO AW-DESC
090900         WHEN PA-TYPE-REFUND
091000             MOVE "REFUND POSTED" TO AW-DESC
091100         WHEN PA-TYPE-RETURNED
091200             MOVE "RETURNED ITEM POSTED" TO AW-DESC
091300         WHEN PA-TYPE-FEE
091400             MOVE "RETURNED-ITEM FEE POSTED" TO AW-DESC
091500         WHEN PA-TYPE-HOUSEHOLD
091600             MOVE "HOUSEHOLD PAYMENT POSTED" TO AW-DESC
091700         WHEN OTHER
091800             MOVE "PAYMENT POSTED" TO AW-DESC
091900     END-EVALUATE.
092000     MOVE PA-OLD-BALANCE TO WS-OLD-AMOUNT.
092100     MOVE PA-NEW-BALANCE TO WS-NEW-AMOUNT.
092200     PERFORM 2870-MONEY-EVENT THRU 2870-EXIT.
092300 2320-NEXT.
092400     PERFORM 2310-READ-PAY THRU 2310-EXIT.
092500 2320-EXIT.
092600     EXIT.
092700
092800*----------------------------------------------------------*
092900* 2400-PAY-HIST - PAYHIST.  WHAT WAS KEYED AT THE DESK, BY  *
093000* WHOM AND WHEN.  NO BALANCE EFFECT HERE - THE MATCHING     *
093100* PAYAUDIT LINE CARRIES IT WHEN THE PAYMENT POSTS.          *
093200*----------------------------------------------------------*
093300 2400-PAY-HIST.
093400     MOVE "PAYHIST" TO WS-SOURCE-NAME.
093500     MOVE SPACES TO WS-FIRST-DATE.
093600     MOVE 'N' TO WS-ARCHIVE-SW.
093700     OPEN INPUT PAY-HIST-FILE.
093800     IF NOT WS-LIVE-OK AND NOT WS-LIVE-NOT-FOUND
093900         PERFORM 2880-LIVE-OPEN-FAILED THRU 2880-EXIT
094000         GO TO 2400-EXIT
094100     END-IF.
094200     IF WS-LIVE-OK
094300         MOVE 'N' TO WS-SOURCE-EOF-SW
094400         PERFORM 2410-READ-PYH THRU 2410-EXIT
094500         PERFORM 2420-RELEASE-PYH THRU 2420-EXIT
094600             UNTIL WS-SOURCE-EOF
094700         CLOSE PAY-HIST-FILE
094800     END-IF.
094900     IF WS-FIRST-DATE NOT = SPACES
095000         AND WS-FIRST-DATE NOT > WS-FROM-DATE
095100         GO TO 2400-EXIT
095200     END-IF.
095300     OPEN INPUT PYH-ARCH-FILE.
095400     IF WS-ARCH-NOT-FOUND
095500         GO TO 2400-EXIT
095600     END-IF.
095700     IF NOT WS-ARCH-OK
095800         PERFORM 2885-ARCH-OPEN-FAILED THRU 2885-EXIT
095900         GO TO 2400-EXIT
096000     END-IF.
096100     PERFORM 2890-NOTE-ARCHIVE THRU 2890-EXIT.
096200     PERFORM 2410-READ-PYH THRU 2410-EXIT.
096300     PERFORM 2420-RELEASE-PYH THRU 2420-EXIT
096400         UNTIL WS-SOURCE-EOF.
096500     CLOSE PYH-ARCH-FILE.
096600 2400-EXIT.
096700     EXIT.
096800
096900 2410-READ-PYH.
097000     IF WS-READING-ARCHIVE
097100         READ PYH-ARCH-FILE INTO WS-PAY-HIST
097200             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
097300         END-READ
097400     ELSE
097500         READ PAY-HIST-FILE INTO WS-PAY-HIST
097600             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
097700         END-READ
097800     END-IF.
097900 2410-EXIT.
098000     EXIT.
098100
098200 2420-RELEASE-PYH.
098300     MOVE PH-MEMBER-ID TO WS-EV-MEMBER.
098400     MOVE PH-DATE TO WS-EV-DATE.
098500     PERFORM 2850-CHECK-EVENT THRU 2850-EXIT.
098600     IF NOT WS-EVENT-WANTED
098700         GO TO 2420-NEXT
098800     END-IF.
098900     MOVE SPACES TO ACT-SORT-RECORD.
099000     MOVE PH-TIME TO AW-TIME.
099100     MOVE PH-CLERK TO AW-BY.
099200     MOVE 0 TO WS-AMOUNT-EDIT.
099300     IF PH-AMOUNT NUMERIC
099400         MOVE PH-AMOUNT TO WS-AMOUNT-EDIT
099500     END-IF.
099600     EVALUATE TRUE
099700         WHEN PH-TYPE-REVERSAL
099800             STRING "REVERSAL KEYED " DELIMITED BY SIZE
099900                 WS-AMOUNT-EDIT DELIMITED BY SIZE
100000                 INTO AW-DESC
100100         WHEN PH-TYPE-REFUND
100200             STRING "REFUND KEYED   " DELIMITED BY SIZE
100300                 WS-AMOUNT-EDIT DELIMITED BY SIZE
100400                 INTO AW-DESC
100500         WHEN PH-TYPE-RETURNED
100600             STRING "RETURNED ITEM KEYED " DELIMITED BY SIZE
100700                 WS-AMOUNT-EDIT DELIMITED BY SIZE
100800                 INTO AW-DESC
100900         WHEN PH-TYPE-HOUSEHOLD
101000             STRING "HOUSEHOLD PAYMENT TAKEN "
101100                 DELIMITED BY SIZE
101200                 WS-AMOUNT-EDIT DELIMITED BY SIZE
101300                 INTO AW-DESC
101400         WHEN OTHER
101500             STRING "PAYMENT TAKEN AT DESK "
101600                 DELIMITED BY SIZE
101700                 WS-AMOUNT-EDIT DELIMITED BY SIZE
101800                 INTO AW-DESC
101900     END-EVALUATE.
102000     PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT.
102100 2420-NEXT.
102200     PERFORM 2410-READ-PYH THRU 2410-EXIT.
102300 2420-EXIT.
102400     EXIT.
102500
102600*----------------------------------------------------------*
102700* 2500-CHECK-INS - CHKHIST VISITS, IN AND OUT.              *
102800*----------------------------------------------------------*
102900 2500-CHECK-INS.
103000     MOVE "CHKHIST" TO WS-SOURCE-NAME.
103100     MOVE SPACES TO WS-FIRST-DATE.
103200     MOVE 'N' TO WS-ARCHIVE-SW.
103300     OPEN INPUT CHK-HIST-FILE.
103400     IF NOT WS-LIVE-OK AND NOT WS-LIVE-NOT-FOUND
103500         PERFORM 2880-LIVE-OPEN-FAILED THRU 2880-EXIT
103600         GO TO 2500-EXIT
103700     END-IF.
103800     IF WS-LIVE-OK
103900         MOVE 'N' TO WS-SOURCE-EOF-SW
104000         PERFORM 2510-READ-CHK THRU 2510-EXIT
104100         PERFORM 2520-RELEASE-CHK THRU 2520-EXIT
104200             UNTIL WS-SOURCE-EOF
104300         CLOSE CHK-HIST-FILE
104400     END-IF.
104500     IF WS-FIRST-DATE NOT = SPACES
104600         AND WS-FIRST-DATE NOT > WS-FROM-DATE
104700         GO TO 2500-EXIT
104800     END-IF.
104900     OPEN INPUT CHK-ARCH-FILE.
105000     IF WS-ARCH-NOT-FOUND
105100         GO TO 2500-EXIT
105200     END-IF.
105300     IF NOT WS-ARCH-OK
105400         PERFORM 2885-ARCH-OPEN-FAILED THRU 2885-EXIT
105500         GO TO 2500-EXIT
105600     END-IF.
105700     PERFORM 2890-NOTE-ARCHIVE THRU 2890-EXIT.
105800     PERFORM 2510-READ-CHK THRU 2510-EXIT.
105900     PERFORM 2520-RELEASE-CHK THRU 2520-EXIT
106000         UNTIL WS-SOURCE-EOF.
106100     CLOSE CHK-ARCH-FILE.
106200 2500-EXIT.
106300     EXIT.
106400
106500 2510-READ-CHK.
106600     IF WS-READING-ARCHIVE
106700         READ CHK-ARCH-FILE INTO WS-CHK-HIST
106800             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
106900         END-READ
107000     ELSE
107100         READ CHK-HIST-FILE INTO WS-CHK-HIST
107200             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
107300         END-READ
107400     END-IF.
107500 2510-EXIT.
107600     EXIT.
107700
107800 2520-RELEASE-CHK.
107900     MOVE CH-MEMBER-ID TO WS-EV-MEMBER.
108000     MOVE CH-DATE TO WS-EV-DATE.
108100     PERFORM 2850-CHECK-EVENT THRU 2850-EXIT.
108200     IF NOT WS-EVENT-WANTED
108300         GO TO 2520-NEXT
108400     END-IF.
108500     MOVE SPACES TO ACT-SORT-RECORD.
108600     MOVE CH-TIME TO AW-TIME.
108700     IF CH-TYPE-OUT
108800         STRING "CHECKED OUT AT TERMINAL "
108900             DELIMITED BY SIZE
109000             CH-TERMINAL DELIMITED BY SIZE
109100             INTO AW-DESC
109200     ELSE
109300         STRING "CHECKED IN AT TERMINAL "
109400             DELIMITED BY SIZE
109500             CH-TERMINAL DELIMITED BY SIZE
109600             INTO AW-DESC
109700     END-IF.
109800     PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT.
109900 2520-NEXT.
110000     PERFORM 2510-READ-CHK THRU 2510-EXIT.
110100 2520-EXIT.
110200     EXIT.
110300
110400*----------------------------------------------------------*
110500* 2600-ENROLLMENTS - ENRTRANS CLASS ENROLS AND DROPS.       *
110600*----------------------------------------------------------*
110700 2600-ENROLLMENTS.
110800     MOVE "ENRTRANS" TO WS-SOURCE-NAME.
110900     MOVE SPACES TO WS-FIRST-DATE.
111000     MOVE 'N' TO WS-ARCHIVE-SW.
111100     OPEN INPUT ENROLL-TRANS-FILE.
111200     IF NOT WS-LIVE-OK AND NOT WS-LIVE-NOT-FOUND
111300         PERFORM 2880-LIVE-OPEN-FAILED THRU 2880-EXIT
111400         GO TO 2600-EXIT
111500     END-IF.
111600     IF WS-LIVE-OK
111700         MOVE 'N' TO WS-SOURCE-EOF-SW
111800         PERFORM 2610-READ-ENR THRU 2610-EXIT
111900         PERFORM 2620-RELEASE-ENR THRU 2620-EXIT
112000             UNTIL WS-SOURCE-EOF
112100         CLOSE ENROLL-TRANS-FILE
112200     END-IF.
112300     IF WS-FIRST-DATE NOT = SPACES
112400         AND WS-FIRST-DATE NOT > WS-FROM-DATE
112500         GO TO 2600-EXIT
112600     END-IF.
112700     OPEN INPUT ENR-ARCH-FILE.
112800     IF WS-ARCH-NOT-FOUND
112900         GO TO 2600-EXIT
113000     END-IF.
113100     IF NOT WS-ARCH-OK
113200         PERFORM 2885-ARCH-OPEN-FAILED THRU 2885-EXIT
113300         GO TO 2600-EXIT
113400     END-IF.
113500     PERFORM 2890-NOTE-ARCHIVE THRU 2890-EXIT.
113600     PERFORM 2610-READ-ENR THRU 2610-EXIT.
113700     PERFORM 2620-RELEASE-ENR THRU 2620-EXIT
113800         UNTIL WS-SOURCE-EOF.
113900     CLOSE ENR-ARCH-FILE.
114000 2600-EXIT.
114100     EXIT.
114200
114300 2610-READ-ENR.
114400     IF WS-READING-ARCHIVE
114500         READ ENR-ARCH-FILE INTO WS-ENROLL-TRANS
114600             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
114700         END-READ
114800     ELSE
114900         READ ENROLL-TRANS-FILE INTO WS-ENROLL-TRANS
115000             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
115100         END-READ
115200     END-IF.
115300 2610-EXIT.
115400     EXIT.
115500
115600 2620-RELEASE-ENR.
115700     MOVE EN-MEMBER-ID TO WS-EV-MEMBER.
115800     MOVE EN-DATE TO WS-EV-DATE.
115900     PERFORM 2850-CHECK-EVENT THRU 2850-EXIT.
116000     IF NOT WS-EVENT-WANTED
116100         GO TO 2620-NEXT
116200     END-IF.
116300     MOVE SPACES TO ACT-SORT-RECORD.
116400     MOVE EN-TIME TO AW-TIME.
116500     IF EN-DROP
116600         STRING "DROPPED FROM CLASS " DELIMITED BY SIZE
116700             EN-CLASS-ID DELIMITED BY SIZE
116800             INTO AW-DESC
116900     ELSE
117000         STRING "ENROLLED IN CLASS " DELIMITED BY SIZE
117100             EN-CLASS-ID DELIMITED BY SIZE
117200             INTO AW-DESC
117300     END-IF.
117400     PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT.
117500 2620-NEXT.
117600     PERFORM 2610-READ-ENR THRU 2610-EXIT.
117700 2620-EXIT.
117800     EXIT.
117900
118000*----------------------------------------------------------*
118100* 2700-ATTENDANCE - ATTTRANS CLASS ATTENDANCE.              *
118200*----------------------------------------------------------*
118300 2700-ATTENDANCE.
118400     MOVE "ATTTRANS" TO WS-SOURCE-NAME.
118500     MOVE SPACES TO WS-FIRST-DATE.
118600     MOVE 'N' TO WS-ARCHIVE-SW.
118700     OPEN INPUT ATTEND-TRANS-FILE.
118800     IF NOT WS-LIVE-OK AND NOT WS-LIVE-NOT-FOUND
118900         PERFORM 2880-LIVE-OPEN-FAILED THRU 2880-EXIT
119000         GO TO 2700-EXIT
119100     END-IF.
119200     IF WS-LIVE-OK
119300         MOVE 'N' TO WS-SOURCE-EOF-SW
119400         PERFORM 2710-READ-ATT THRU 2710-EXIT
119500         PERFORM 2720-RELEASE-ATT THRU 2720-EXIT
119600             UNTIL WS-SOURCE-EOF
119700         CLOSE ATTEND-TRANS-FILE
119800     END-IF.
119900     IF WS-FIRST-DATE NOT = SPACES
120000         AND WS-FIRST-DATE NOT > WS-FROM-DATE
120100         GO TO 2700-EXIT
120200     END-IF.
120300     OPEN INPUT ATT-ARCH-FILE.
120400     IF WS-ARCH-NOT-FOUND
120500         GO TO 2700-EXIT
120600     END-IF.
120700     IF NOT WS-ARCH-OK
120800         PERFORM 2885-ARCH-OPEN-FAILED THRU 2885-EXIT
120900         GO TO 2700-EXIT
121000     END-IF.
121100     PERFORM 2890-NOTE-ARCHIVE THRU 2890-EXIT.
121200     PERFORM 2710-READ-ATT THRU 2710-EXIT.
121300     PERFORM 2720-RELEASE-ATT THRU 2720-EXIT
121400         UNTIL WS-SOURCE-EOF.
121500     CLOSE ATT-ARCH-FILE.
121600 2700-EXIT.
121700     EXIT.
121800
121900 2710-READ-ATT.
122000     IF WS-READING-ARCHIVE
122100         READ ATT-ARCH-FILE INTO WS-ATTEND-TRANS
122200             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
122300         END-READ
122400     ELSE
122500         READ ATTEND-TRANS-FILE INTO WS-ATTEND-TRANS
122600             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
122700         END-READ
122800     END-IF.
122900 2710-EXIT.
123000     EXIT.
123100
123200 2720-RELEASE-ATT.
123300     MOVE AT-MEMBER-ID TO WS-EV-MEMBER.
123400     MOVE AT-DATE TO WS-EV-DATE.
123500     PERFORM 2850-CHECK-EVENT THRU 2850-EXIT.
123600     IF NOT WS-EVENT-WANTED
123700         GO TO 2720-NEXT
123800     END-IF.
123900     MOVE SPACES TO ACT-SORT-RECORD.
124000     MOVE AT-TIME TO AW-TIME.
124100     STRING "ATTENDED CLASS " DELIMITED BY SIZE
124200         AT-CLASS-ID DELIMITED BY SIZE
124300         INTO AW-DESC.
124400     PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT.
124500 2720-NEXT.
124600     PERFORM 2710-READ-ATT THRU 2710-EXIT.
124700 2720-EXIT.
124800     EXIT.
124900
125000*----------------------------------------------------------*
125100* 2800-BMI-READINGS - BMIHIST.  WRITTEN BY THE NIGHTLY RUN, *
125200* SO NO TIME OF DAY.                                        *
125300*----------------------------------------------------------*
125400 2800-BMI-READINGS.
125500     MOVE "BMIHIST" TO WS-SOURCE-NAME.
125600     MOVE SPACES TO WS-FIRST-DATE.
125700     MOVE 'N' TO WS-ARCHIVE-SW.
125800     OPEN INPUT BMI-HIST-FILE.
125900     IF NOT WS-LIVE-OK AND NOT WS-LIVE-NOT-FOUND
126000         PERFORM 2880-LIVE-OPEN-FAILED THRU 2880-EXIT
126100         GO TO 2800-EXIT
126200     END-IF.
126300     IF WS-LIVE-OK
126400         MOVE 'N' TO WS-SOURCE-EOF-SW
126500         PERFORM 2810-READ-BMI THRU 2810-EXIT
126600         PERFORM 2820-RELEASE-BMI THRU 2820-EXIT
126700             UNTIL WS-SOURCE-EOF
126800         CLOSE BMI-HIST-FILE
126900     END-IF.
127000     IF WS-FIRST-DATE NOT = SPACES
127100         AND WS-FIRST-DATE NOT > WS-FROM-DATE
127200         GO TO 2800-EXIT
127300     END-IF.
127400     OPEN INPUT BMI-ARCH-FILE.
127500     IF WS-ARCH-NOT-FOUND
127600         GO TO 2800-EXIT
127700     END-IF.
127800     IF NOT WS-ARCH-OK
127900         PERFORM 2885-ARCH-OPEN-FAILED THRU 2885-EXIT
128000         GO TO 2800-EXIT
128100     END-IF.
128200     PERFORM 2890-NOTE-ARCHIVE THRU 2890-EXIT.
128300     PERFORM 2810-READ-BMI THRU 2810-EXIT.
128400     PERFORM 2820-RELEASE-BMI THRU 2820-EXIT
128500         UNTIL WS-SOURCE-EOF.
128600     CLOSE BMI-ARCH-FILE.
128700 2800-EXIT.
128800     EXIT.
128900
129000 2810-READ-BMI.
129100     IF WS-READING-ARCHIVE
129200         READ BMI-ARCH-FILE INTO WS-BMI-HIST
129300             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
129400         END-READ
129500     ELSE
129600         READ BMI-HIST-FILE INTO WS-BMI-HIST
129700             AT END MOVE 'Y' TO WS-SOURCE-EOF-SW
129800         END-READ
129900     END-IF.
130000 2810-EXIT.
130100     EXIT.
130200
130300 2820-RELEASE-BMI.
130400     MOVE BH-MEMBER-ID TO WS-EV-MEMBER.
130500     MOVE BH-DATE TO WS-EV-DATE.
130600     PERFORM 2850-CHECK-EVENT THRU 2850-EXIT.
130700     IF NOT WS-EVENT-WANTED
130800         GO TO 2820-NEXT
130900     END-IF.
131000     MOVE SPACES TO ACT-SORT-RECORD.
131100     MOVE '999999' TO AW-TIME.
131200     MOVE 0 TO WS-BMI-EDIT.
131300     IF BH-BMI NUMERIC
131400         MOVE BH-BMI TO WS-BMI-EDIT
131500     END-IF.
131600     STRING "BMI READING " DELIMITED BY SIZE
131700         WS-BMI-EDIT DELIMITED BY SIZE
131800         INTO AW-DESC.
131900     PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT.
132000 2820-NEXT.
132100     PERFORM 2810-READ-BMI THRU 2810-EXIT.
132200 2820-EXIT.
132300     EXIT.
132400
132500*    ROW OF WS-EV-MEMBER IN THE REQUEST TABLE, ZERO IF NONE.
132600 2840-FIND-REQUEST.
132700     MOVE 0 TO WS-REQ-HIT.
132800     PERFORM 2845-CHECK-ROW THRU 2845-EXIT
132900         VARYING WS-REQ-I FROM 1 BY 1
133000         UNTIL WS-REQ-HIT > 0 OR WS-REQ-I > WS-REQ-USED.
133100 2840-EXIT.
133200     EXIT.
133300
133400 2845-CHECK-ROW.
133500     SET WS-REQ-NDX TO WS-REQ-I.
133600     IF WS-REQ-ID (WS-REQ-NDX) = WS-EV-MEMBER
133700         MOVE WS-REQ-I TO WS-REQ-HIT
133800     END-IF.
133900 2845-EXIT.
134000     EXIT.
134100
134200*    THE EARLIEST DATE SEEN ON A LIVE FILE DECIDES WHETHER ITS
134300*    ARCHIVE IS NEEDED, SO IT IS KEPT FOR EVERY RECORD READ.
134400 2850-CHECK-EVENT.
134500     MOVE 'N' TO WS-WANTED-SW.
134600     IF NOT WS-READING-ARCHIVE
134700         IF WS-FIRST-DATE = SPACES OR WS-EV-DATE < WS-FIRST-DATE
134800             MOVE WS-EV-DATE TO WS-FIRST-DATE
134900         END-IF
135000     END-IF.
135100     IF WS-EV-DATE < WS-FROM-DATE OR WS-EV-DATE > WS-TO-DATE
135200         GO TO 2850-EXIT
135300     END-IF.
135400     PERFORM 2840-FIND-REQUEST THRU 2840-EXIT.
135500     IF WS-REQ-HIT > 0
135600         MOVE 'Y' TO WS-WANTED-SW
135700     END-IF.
135800 2850-EXIT.
135900     EXIT.
136000
136100*    THE SEQUENCE NUMBER KEEPS FILE ORDER FOR EVENTS STAMPED
136200*    WITH THE SAME DATE AND TIME.
136300 2860-RELEASE-EVENT.
136400     MOVE WS-REQ-HIT TO AW-REQ-NO.
136500     MOVE WS-EV-DATE TO AW-DATE.
136600     ADD 1 TO WS-EVENT-SEQ.
136700     MOVE WS-EVENT-SEQ TO AW-SEQ.
136800     IF AW-TIME NOT NUMERIC
136900         MOVE '999999' TO AW-TIME
137000     END-IF.
137100     IF AW-MONEY-SW NOT = 'Y'
137200         MOVE 'N' TO AW-MONEY-SW
137300         MOVE 0 TO AW-OLD-BALANCE
137400         MOVE 0 TO AW-DELTA
137500     END-IF.
137600     RELEASE ACT-SORT-RECORD.
137700     ADD 1 TO WS-EVENT-COUNT.
137800     ADD 1 TO WS-CHANGE-EVENTS.
137900     MOVE 'N' TO AW-MONEY-SW.
138000 2860-EXIT.
138100     EXIT.
138200
138300 2870-MONEY-EVENT.
138400     MOVE 'Y' TO AW-MONEY-SW.
138500     MOVE WS-OLD-AMOUNT TO AW-OLD-BALANCE.
138600     COMPUTE AW-DELTA = WS-NEW-AMOUNT - WS-OLD-AMOUNT.
138700     PERFORM 2860-RELEASE-EVENT THRU 2860-EXIT.
138800 2870-EXIT.
138900     EXIT.
139000
139100 2880-LIVE-OPEN-FAILED.
139200     DISPLAY WS-SOURCE-NAME " OPEN FAILED, STATUS = "
139300         WS-LIVE-STATUS.
139400     MOVE 8 TO RETURN-CODE.
139500 2880-EXIT.
139600     EXIT.
139700
139800 2885-ARCH-OPEN-FAILED.
139900     DISPLAY WS-SOURCE-NAME " ARCHIVE OPEN FAILED, STATUS = "
140000         WS-ARCH-STATUS.
140100     MOVE 8 TO RETURN-CODE.
140200 2885-EXIT.
140300     EXIT.
140400
140500 2890-NOTE-ARCHIVE.
140600     DISPLAY "RANGE REACHES BEFORE THE LIVE " WS-SOURCE-NAME
140700         " - READING ITS ARCHIVE".
140800     STRING WS-SOURCE-NAME DELIMITED BY SPACE
140900         " " DELIMITED BY SIZE
141000         INTO WS-ARCHIVE-LIST
141100         WITH POINTER WS-ARCHIVE-PTR.
141200     MOVE 'Y' TO WS-ARCHIVE-SW.
141300     MOVE 'N' TO WS-SOURCE-EOF-SW.
141400 2890-EXIT.
141500     EXIT.
141600
141700 2900-RELEASE-EXIT.
141800     EXIT.
141900
142000 3000-OPEN-FILES.
142100     OPEN INPUT ACT-SORTED-FILE.
142200     IF NOT WS-SORTED-OK
142300         DISPLAY "ACTSORT OPEN FAILED, STATUS = "
142400             WS-SORTED-STATUS
142500         MOVE 8 TO RETURN-CODE
142600         GOBACK
142700     END-IF.
142800     OPEN INPUT MEMBER-MASTER-FILE.
142900     IF NOT WS-MASTER-OK
143000         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
143100             WS-MASTER-STATUS
143200         CLOSE ACT-SORTED-FILE
143300         MOVE 8 TO RETURN-CODE
143400         GOBACK
143500     END-IF.
143600     OPEN OUTPUT ACT-REPORT-FILE.
143700     IF NOT WS-REPORT-OK
143800         DISPLAY "ACTRPT OPEN FAILED, STATUS = "
143900             WS-REPORT-STATUS
144000         CLOSE ACT-SORTED-FILE
144100         CLOSE MEMBER-MASTER-FILE
144200         MOVE 8 TO RETURN-CODE
144300         GOBACK
144400     END-IF.
144500     MOVE SPACES TO ACT-REPORT-LINE.
144600     STRING "MEMBER ACTIVITY HISTORY" DELIMITED BY SIZE
144700         "                    RUN DATE " DELIMITED BY SIZE
144800         WS-CURR-DATE DELIMITED BY SIZE
144900         INTO ACT-REPORT-LINE.
145000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
145100     MOVE WS-FROM-DATE TO WS-DATE-IN.
145200     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
145300     MOVE SPACES TO ACT-REPORT-LINE.
145400     STRING "ACTIVITY FROM " DELIMITED BY SIZE
145500         WS-DATE-OUT DELIMITED BY SIZE
145600         INTO ACT-REPORT-LINE.
145700     MOVE WS-TO-DATE TO WS-DATE-IN.
145800     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
145900     MOVE " TO " TO ACT-REPORT-LINE (25:4).
146000     MOVE WS-DATE-OUT TO ACT-REPORT-LINE (29:10).
146100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
146200 3000-EXIT.
146300     EXIT.
146400
146500 3100-READ-SORTED.
146600     READ ACT-SORTED-FILE.
146700 3100-EXIT.
146800     EXIT.
146900
147000*----------------------------------------------------------*
147100* 4000-PRINT-MEMBER - ONE REQUESTED MEMBER: WHO THEY ARE    *
147200* AND WHAT THEY OWE TODAY, THEN THEIR EVENTS IN DATE AND    *
147300* TIME ORDER.  A MEMBER NO LONGER ON THE MASTER IS STILL    *
147400* REPORTED FROM THE AUDIT TRAILS.                           *
147500*----------------------------------------------------------*
147600 4000-PRINT-MEMBER.
147700     SET WS-REQ-NDX TO WS-REQ-I.
147800     MOVE ALL '-' TO ACT-REPORT-LINE.
147900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
148000     MOVE WS-REQ-ID (WS-REQ-NDX) TO MEMBER-ID.
148100     MOVE 'Y' TO WS-MASTER-SW.
148200     READ MEMBER-MASTER-FILE
148300         INVALID KEY MOVE 'N' TO WS-MASTER-SW
148400     END-READ.
148500     MOVE SPACES TO ACT-REPORT-LINE.
148600     IF WS-ON-MASTER
148700         STRING "MEMBER " DELIMITED BY SIZE
148800             WS-REQ-ID (WS-REQ-NDX) DELIMITED BY SIZE
148900             " " DELIMITED BY SIZE
149000             MEMBER-NAME DELIMITED BY SIZE
149100             INTO ACT-REPORT-LINE
149200     ELSE
149300         STRING "MEMBER " DELIMITED BY SIZE
149400             WS-REQ-ID (WS-REQ-NDX) DELIMITED BY SIZE
149500             " (NOT ON THE MEMBER MASTER)" DELIMITED BY SIZE
149600             INTO ACT-REPORT-LINE
149700     END-IF.
149800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
149900     IF WS-ON-MASTER
150000         MOVE MEMBER-STATUS TO WS-STATUS-CODE
150100         PERFORM 2140-STATUS-WORD THRU 2140-EXIT
150200         MOVE 0 TO WS-BALANCE-EDIT
150300         IF MEMBER-BALANCE NUMERIC
150400             MOVE MEMBER-BALANCE TO WS-BALANCE-EDIT
150500         END-IF
150600         MOVE SPACES TO ACT-REPORT-LINE
150700         STRING "  STATUS TODAY " DELIMITED BY SIZE
150800             WS-STATUS-WORD DELIMITED BY SIZE
150900             "   BALANCE AS LAST POSTED " DELIMITED BY SIZE
151000             WS-BALANCE-EDIT DELIMITED BY SIZE
151100             INTO ACT-REPORT-LINE
151200         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
151300     END-IF.
151400     MOVE SPACES TO ACT-REPORT-LINE.
151500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
151600     MOVE SPACES TO ACT-REPORT-LINE.
151700     STRING "DATE       TIME  ACTIVITY" DELIMITED BY SIZE
151800         "                            BY" DELIMITED BY SIZE
151900         "         CHANGE  BALANCE" DELIMITED BY SIZE
152000         INTO ACT-REPORT-LINE.
152100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
152200     MOVE 0 TO WS-MEMBER-EVENTS.
152300     MOVE 'N' TO WS-BALANCE-SW.
152400     PERFORM 4100-PRINT-EVENT THRU 4100-EXIT
152500         UNTIL WS-SORTED-EOF
152600         OR AS-REQ-NO NOT = WS-REQ-I.
152700     MOVE SPACES TO ACT-REPORT-LINE.
152800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
152900     MOVE SPACES TO ACT-REPORT-LINE.
153000     IF WS-MEMBER-EVENTS = 0
153100         MOVE "  NO ACTIVITY IN THIS DATE RANGE"
153200             TO ACT-REPORT-LINE
153300         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
153400         GO TO 4000-EXIT
153500     END-IF.
153600     MOVE WS-MEMBER-EVENTS TO WS-COUNT-EDIT.
153700     STRING "  " DELIMITED BY SIZE
153800         WS-COUNT-EDIT DELIMITED BY SIZE
153900         " EVENT(S) IN THIS DATE RANGE" DELIMITED BY SIZE
154000         INTO ACT-REPORT-LINE.
154100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
154200     MOVE SPACES TO ACT-REPORT-LINE.
154300     IF WS-BALANCE-KNOWN
154400         MOVE WS-RUNNING-BALANCE TO WS-BALANCE-EDIT
154500         STRING "  BALANCE AFTER THE LAST POSTING IN RANGE "
154600             DELIMITED BY SIZE
154700             WS-BALANCE-EDIT DELIMITED BY SIZE
154800             INTO ACT-REPORT-LINE
154900     ELSE
155000         MOVE "  NO BALANCE MOVEMENT IN THIS DATE RANGE"
155100             TO ACT-REPORT-LINE
155200     END-IF.
155300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
155400 4000-EXIT.
155500     EXIT.
155600
155700*----------------------------------------------------------*
155800* 4100-PRINT-EVENT - ONE LINE PER EVENT.  THE FIRST POSTING *
155900* IN RANGE OPENS THE RUNNING BALANCE FROM ITS OWN BEFORE    *
156000* BALANCE.  IF A LATER POSTING'S BEFORE BALANCE DISAGREES   *
156100* WITH THE RUNNING BALANCE, SOMETHING MOVED THE BALANCE     *
156200* WITHOUT AN AUDIT LINE - SAY SO AND CARRY ON FROM THE      *
156300* POSTING'S FIGURE.                                         *
156400*----------------------------------------------------------*
156500 4100-PRINT-EVENT.
156600     ADD 1 TO WS-MEMBER-EVENTS.
156700     MOVE AS-DATE TO WS-DATE-IN.
156800     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
156900     IF AS-MONEY AND NOT WS-BALANCE-KNOWN
157000         MOVE 'Y' TO WS-BALANCE-SW
157100         MOVE AS-OLD-BALANCE TO WS-RUNNING-BALANCE
157200         MOVE "BALANCE BROUGHT FORWARD" TO WS-CAPTION
157300         PERFORM 4200-PRINT-BALANCE-LINE THRU 4200-EXIT
157400     END-IF.
157500     IF AS-MONEY AND AS-OLD-BALANCE NOT = WS-RUNNING-BALANCE
157600         MOVE AS-OLD-BALANCE TO WS-RUNNING-BALANCE
157700         MOVE "** BALANCE MOVED OFF THE AUDITS" TO WS-CAPTION
157800         PERFORM 4200-PRINT-BALANCE-LINE THRU 4200-EXIT
157900     END-IF.
158000     MOVE SPACES TO WS-DETAIL-LINE.
158100     MOVE WS-DATE-OUT TO DL-DATE.
158200     IF NOT AS-NO-TIME
158300         MOVE AS-TIME TO WS-TIME-IN
158400         MOVE TI-HH TO TO-HH
158500         MOVE TI-MM TO TO-MM
158600         MOVE WS-TIME-OUT TO DL-TIME
158700     END-IF.
158800     MOVE AS-DESC TO DL-DESC.
158900     MOVE AS-BY TO DL-BY.
159000     IF AS-MONEY
159100         ADD AS-DELTA TO WS-RUNNING-BALANCE
159200         MOVE AS-DELTA TO DL-CHANGE
159300         MOVE WS-RUNNING-BALANCE TO DL-BALANCE
159400     END-IF.
159500     MOVE WS-DETAIL-LINE TO ACT-REPORT-LINE.
159600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
159700     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
159800 4100-EXIT.
159900     EXIT.
160000
160100*    A BALANCE-ONLY LINE, CAPTIONED FROM WS-CAPTION.
160200 4200-PRINT-BALANCE-LINE.
160300     MOVE SPACES TO WS-DETAIL-LINE.
160400     MOVE WS-DATE-OUT TO DL-DATE.
160500     MOVE WS-CAPTION TO DL-DESC.
160600     MOVE WS-RUNNING-BALANCE TO DL-BALANCE.
160700     MOVE WS-DETAIL-LINE TO ACT-REPORT-LINE.
160800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
160900 4200-EXIT.
161000     EXIT.
161100
161200 8000-WRITE-LINE.
161300     WRITE ACT-REPORT-LINE.
161400 8000-EXIT.
161500     EXIT.
161600
161700 8100-EDIT-DATE.
161800     MOVE DI-YYYY TO DO-YYYY.
161900     MOVE DI-MM TO DO-MM.
162000     MOVE DI-DD TO DO-DD.
162100 8100-EXIT.
162200     EXIT.
162300
162400 9000-WRAP-UP.
162500     MOVE ALL '-' TO ACT-REPORT-LINE.
162600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
162700     MOVE SPACES TO ACT-REPORT-LINE.
162800     IF WS-ARCHIVE-LIST = SPACES
162900         MOVE "ARCHIVES READ: NONE - RANGE IS ON THE LIVE FILES"
163000             TO ACT-REPORT-LINE
163100     ELSE
163200         STRING "ARCHIVES READ: " DELIMITED BY SIZE
163300             WS-ARCHIVE-LIST DELIMITED BY SIZE
163400             INTO ACT-REPORT-LINE
163500     END-IF.
163600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
163700     MOVE "CHANGE AND BALANCE MOVE WHEN AN ITEM POSTS."
163800         TO ACT-REPORT-LINE.
163900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
164000     MOVE "DESK PAYMENTS SHOW WHEN KEYED AND POST THAT NIGHT."
164100         TO ACT-REPORT-LINE.
164200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
164300     CLOSE ACT-SORTED-FILE.
164400     CLOSE MEMBER-MASTER-FILE.
164500     CLOSE ACT-REPORT-FILE.
164600     DISPLAY "ACTHIST REPORTED " WS-REQ-USED " MEMBER(S), "
164700         WS-EVENT-COUNT " EVENT(S)".
164800 9000-EXIT.
164900     EXIT.
