000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PTENTRY.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  PERSONAL TRAINING PACKAGES FROM
001000*                      THE KIOSK MENU, REPLACING THE BINDER
001100*                      AT THE DESK.  ACTIONS: S SELLS A MEMBER
001200*                      A PACK OF 5 OR 10 SESSIONS WITH AN
001300*                      INSTRUCTOR, R RECORDS ONE SESSION
001400*                      TAKEN AGAINST A PACK (KEYED BY THE
001500*                      TRAINER AFTER THE SESSION).  A SALE IS
001600*                      REFUSED FOR A SUSPENDED OR CANCELLED
001700*                      MEMBER THE SAME WAY INANDOUT REFUSES
001800*                      THEM AT THE DOOR, AND FOR AN ID NOT ON
001900*                      THE MEMBER MASTER (THERE IS NO BALANCE
002000*                      TO CHARGE).  THE PRICE AND HOW MANY
002100*                      MONTHS THE PACK IS GOOD FOR COME FROM
002200*                      PTRATE; THE CHARGE IS WRITTEN TO PTTRAN
002300*                      FOR THE NIGHTLY PTPOST STEP TO POST TO
002400*                      THE BALANCE THROUGH FEEAUDIT LIKE ANY
002500*                      OTHER FEE.  A REDEMPTION IS REFUSED
002600*                      ONCE THE PACK IS USED UP OR PAST ITS
002700*                      EXPIRY DATE, AND THE REFUSAL IS LOGGED.
002800*                      PTPACK IS PLAIN SEQUENTIAL, SO THIS IS
002900*                      THE CLSMAINT COPY-THROUGH-A-WORK-FILE
003000*                      PASS, AND EVERY SALE AND SESSION GETS A
003100*                      BEFORE/AFTER IMAGE ON PTAUD.
003120*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
003140*                      SIGNED ON AT THE KIOSK, PASSED BY
003160*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
003180*                      OF BEING KEYED FREELY HERE.
003183*   2026-10-15  KAGE   REFUSE, APPLY-FAIL AND LIVE-TOUCHED
003186*                      SWITCHES ARE CLEARED ON EVERY CALL -
003190*                      THE KIOSK DRIVER KEEPS WORKING
003193*                      STORAGE, SO ONE REFUSED ENTRY FAILED
003196*                      EVERY LATER ONE IN THE SESSION.
003200*
003300* PTRATE ROWS.
003400*   SESSIONS IN THE PACK (05 OR 10), PRICE (9(04)V99) AND
003500*   MONTHS THE PACK IS GOOD FOR FROM THE SALE (9(02)).
003600*   HAND-MAINTAINED, LIKE PLANMAST.
003700*----------------------------------------------------------*
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PACKAGE-FILE ASSIGN TO "PTPACK"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PACK-STATUS.
004500
004600     SELECT PACKAGE-WORK-FILE ASSIGN TO "PTWORK"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-WORK-STATUS.
004900
005000     SELECT PACKAGE-AUDIT-FILE ASSIGN TO "PTAUD"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-AUDIT-STATUS.
005300
005400     SELECT PT-RATE-FILE ASSIGN TO "PTRATE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RATE-STATUS.
005700
005800     SELECT PT-TRANS-FILE ASSIGN TO "PTTRAN"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TRANS-STATUS.
006100
006200     SELECT INSTRUCTOR-FILE ASSIGN TO "INSTRUCT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-INST-STATUS.
006500
006600     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS MEMBER-ID
007000         FILE STATUS IS WS-MASTER-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PACKAGE-FILE.
007500 01  PACKAGE-RECORD.
007600     COPY PTPACK.
007700
007800 FD  PACKAGE-WORK-FILE.
007900 01  PACKAGE-WORK-RECORD     PIC X(85).
008000
008100 FD  PACKAGE-AUDIT-FILE.
008200 01  PACKAGE-AUDIT-RECORD.
008300     05 PA-DATE              PIC X(08).
008400     05 FILLER               PIC X(01).
008500     05 PA-TIME              PIC X(06).
008600     05 FILLER               PIC X(01).
008700     05 PA-USER              PIC X(08).
008800     05 FILLER               PIC X(01).
008900     05 PA-ACTION            PIC X(01).
009000     05 FILLER               PIC X(01).
009100     05 PA-PACKAGE-NO        PIC 9(06).
009200     05 FILLER               PIC X(01).
009300     05 PA-MEMBER-ID         PIC X(20).
009400     05 FILLER               PIC X(01).
009500     05 PA-BEFORE-IMAGE      PIC X(85).
009600     05 FILLER               PIC X(01).
009700     05 PA-AFTER-IMAGE       PIC X(85).
009800
009900 FD  PT-RATE-FILE.
010000 01  PT-RATE-RECORD.
010100     05 PR-SESSIONS          PIC 9(02).
010200     05 FILLER               PIC X(01).
010300     05 PR-PRICE             PIC 9(04)V99.
010400     05 FILLER               PIC X(01).
010500     05 PR-VALID-MONTHS      PIC 9(02).
010600
010700 FD  PT-TRANS-FILE.
010800 01  PT-TRANS-RECORD.
010900     05 PT-MEMBER-ID         PIC X(20).
011000     05 FILLER               PIC X(01).
011100     05 PT-PACKAGE-NO        PIC 9(06).
011200     05 FILLER               PIC X(01).
011300     05 PT-SESSIONS          PIC 9(02).
011400     05 FILLER               PIC X(01).
011500     05 PT-AMOUNT            PIC 9(04)V99.
011600     05 FILLER               PIC X(01).
011700     05 PT-DATE              PIC X(08).
011800     05 FILLER               PIC X(01).
011900     05 PT-TIME              PIC X(06).
012000     05 FILLER               PIC X(01).
012100     05 PT-CLERK             PIC X(08).
012200
012300 FD  INSTRUCTOR-FILE.
012400 01  INSTRUCTOR-RECORD.
012500     05 INS-ID               PIC X(08).
012600     05 FILLER               PIC X(01).
012700     05 INS-NAME             PIC X(20).
012800
012900 FD  MEMBER-MASTER-FILE.
013000 01  MEMBER-MASTER-RECORD.
013100     COPY MEMBER.
013200
013300 WORKING-STORAGE SECTION.
013400 01  WS-USER-ID              PIC X(08).
013500 01  WS-ACTION               PIC X(01).
013600     88 ACTION-SELL          VALUE 'S'.
013700     88 ACTION-REDEEM        VALUE 'R'.
013800     88 ACTION-VALID         VALUE 'S' 'R'.
013900
014000 01  WS-SEARCH-ID            PIC X(20) VALUE SPACES.
014100 01  WS-SEARCH-ID-PARTS REDEFINES WS-SEARCH-ID.
014200     05 WS-ID-PREFIX         PIC X(01).
014300     05 WS-ID-SUFFIX         PIC 9(09).
014400     05 WS-ID-FILLER         PIC X(10).
014500
014600 01  WS-PACKAGE-ID           PIC 9(06) VALUE 0.
014700 01  WS-HIGH-PACKAGE-NO      PIC 9(06) VALUE 0.
014800 01  WS-PACK-INPUT           PIC X(06) JUSTIFIED RIGHT.
014900 01  WS-PACK-INPUT-NUM REDEFINES WS-PACK-INPUT
015000                             PIC 9(06).
015100
015200 01  WS-NEW-PACKAGE.
015300     COPY PTPACK
015400         REPLACING ==PK-PACKAGE-NO==      BY ==NW-PACKAGE-NO==
015500                   ==PK-MEMBER-ID==       BY ==NW-MEMBER-ID==
015600                   ==PK-INSTRUCTOR==      BY ==NW-INSTRUCTOR==
015700                   ==PK-SESSIONS-BOUGHT==
015800                       BY ==NW-SESSIONS-BOUGHT==
015900                   ==PK-SESSIONS-USED==   BY ==NW-SESSIONS-USED==
016000                   ==PK-PURCHASE-DATE==   BY ==NW-PURCHASE-DATE==
016100                   ==PK-EXPIRY-DATE==     BY ==NW-EXPIRY-DATE==
016200                   ==PK-EXPIRY-NUM==      BY ==NW-EXPIRY-NUM==
016300                   ==PK-PRICE==           BY ==NW-PRICE==
016400                   ==PK-LAST-USED==       BY ==NW-LAST-USED==
016500                   ==PK-SOLD-BY==         BY ==NW-SOLD-BY==.
016600
016700 01  WS-BEFORE-IMAGE         PIC X(85).
016800 01  WS-AFTER-IMAGE          PIC X(85).
016900
017000 01  WS-SESS-INPUT           PIC X(02) JUSTIFIED RIGHT.
017100 01  WS-SESS-NUM REDEFINES WS-SESS-INPUT
017200                             PIC 9(02).
017300     88 SESSIONS-INPUT-VALID VALUE 5 10.
017400 01  WS-INST-INPUT           PIC X(08).
017500 01  WS-CONFIRM-ANSWER       PIC X(01).
017600     88 CONFIRM-YES          VALUE 'Y'.
017700     88 CONFIRM-ANSWER-VALID VALUE 'Y' 'N'.
017800
017900*----------------------------------------------------------*
018000* EXPIRY ARITHMETIC.  WS-BASE-DATE MOVED ON BY              *
018100* WS-ADD-MONTHS LANDS IN WS-STEP-DATE, KEEPING THE DAY OF   *
018200* THE MONTH WHERE IT EXISTS AND TAKING THE LAST DAY OF THE  *
018300* MONTH WHERE IT DOES NOT (FEBRUARY TAKES 29 IN A YEAR      *
018400* DIVISIBLE BY 4) - THE SAME RULE AS LOCKRENT'S PAID-TO.    *
018500*----------------------------------------------------------*
018600 01  WS-BASE-DATE            PIC 9(08).
018700 01  WS-STEP-DATE            PIC 9(08).
018800 01  WS-STEP-PARTS REDEFINES WS-STEP-DATE.
018900     05 WS-STEP-YYYY         PIC 9(04).
019000     05 WS-STEP-MM           PIC 9(02).
019100     05 WS-STEP-DD           PIC 9(02).
019200 01  WS-ADD-MONTHS           PIC 9(03).
019300 01  WS-MONTH-WORK           PIC 9(03).
019400 01  WS-YEAR-ADD             PIC 9(02).
019500 01  WS-MONTH-REM            PIC 9(02).
019600 01  WS-MONTH-DAYS-VALUES    PIC X(24)
019700                             VALUE "312831303130313130313031".
019800 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
019900     05 WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
020000 01  WS-MONTH-LENGTH         PIC 9(02).
020100 01  WS-LEAP-QUOT            PIC 9(04).
020200 01  WS-LEAP-REM             PIC 9(02).
020300
020400 01  WS-SWITCHES.
020500     05 WS-PACK-STATUS       PIC X(02).
020600         88 WS-PACK-OK       VALUE '00'.
020700         88 WS-PACK-EOF      VALUE '10'.
020800         88 WS-PACK-NOT-FOUND VALUE '35'.
020900     05 WS-WORK-STATUS       PIC X(02).
021000         88 WS-WORK-OK       VALUE '00'.
021100         88 WS-WORK-EOF      VALUE '10'.
021200     05 WS-AUDIT-STATUS      PIC X(02).
021300         88 WS-AUDIT-OK      VALUE '00'.
021400         88 WS-AUDIT-NOT-FOUND VALUE '35'.
021500     05 WS-RATE-STATUS       PIC X(02).
021600         88 WS-RATE-OK       VALUE '00'.
021700         88 WS-RATE-EOF      VALUE '10'.
021800     05 WS-TRANS-STATUS      PIC X(02).
021900         88 WS-TRANS-OK      VALUE '00'.
022000         88 WS-TRANS-NOT-FOUND VALUE '35'.
022100     05 WS-INST-STATUS       PIC X(02).
022200         88 WS-INST-OK       VALUE '00'.
022300         88 WS-INST-EOF      VALUE '10'.
022400     05 WS-MASTER-STATUS     PIC X(02).
022500         88 WS-MASTER-OK     VALUE '00'.
022600     05 WS-MEMBER-FOUND-SW   PIC X(01) VALUE 'N'.
022700         88 MEMBER-FOUND     VALUE 'Y'.
022800     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
022900         88 PACKAGE-FOUND    VALUE 'Y'.
023000     05 WS-LIST-SW           PIC X(01) VALUE 'N'.
023100         88 LIST-PACKAGES    VALUE 'Y'.
023200     05 WS-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
023300         88 RATE-FOUND       VALUE 'Y'.
023400     05 WS-INST-FOUND-SW     PIC X(01) VALUE 'N'.
023500         88 INSTRUCTOR-FOUND VALUE 'Y'.
023600     05 WS-INST-FILE-SW      PIC X(01) VALUE 'N'.
023700         88 INSTRUCTOR-FILE-ON VALUE 'Y'.
023800     05 WS-EMPTY-SW          PIC X(01) VALUE 'N'.
023900         88 PTPACK-EMPTY     VALUE 'Y'.
024000     05 WS-REFUSE-SW         PIC X(01) VALUE 'N'.
024100         88 ACTION-REFUSED   VALUE 'Y'.
024200     05 WS-APPLY-FAIL-SW     PIC X(01) VALUE 'N'.
024300         88 APPLY-FAILED     VALUE 'Y'.
024400     05 WS-LIVE-TOUCHED-SW   PIC X(01) VALUE 'N'.
024500         88 LIVE-FILE-TOUCHED VALUE 'Y'.
024600
024700 77  WS-COPIED-COUNT         PIC 9(05) COMP VALUE 0.
024800 77  WS-LISTED-COUNT         PIC 9(03) COMP VALUE 0.
024900
025000 01  WS-VALID-MONTHS         PIC 9(02) VALUE 0.
025100 01  WS-CHARGE-AMOUNT        PIC 9(04)V99 VALUE 0.
025200 01  WS-SESSIONS-LEFT        PIC 9(02) VALUE 0.
025300
025400 01  WS-LIST-LINE.
025500     05 FILLER               PIC X(02) VALUE SPACES.
025600     05 PL-PACKAGE-NO        PIC 9(06).
025700     05 FILLER               PIC X(02) VALUE SPACES.
025800     05 PL-INSTRUCTOR        PIC X(08).
025900     05 FILLER               PIC X(07) VALUE "  USED ".
026000     05 PL-USED              PIC Z9.
026100     05 FILLER               PIC X(04) VALUE " OF ".
026200     05 PL-BOUGHT            PIC Z9.
026300     05 FILLER               PIC X(10) VALUE "  EXPIRES ".
026400     05 PL-EXPIRY            PIC X(08).
026500     05 FILLER               PIC X(02) VALUE SPACES.
026600     05 PL-STATE             PIC X(07).
026700
026800 01  WS-KLOG.
026900     COPY KLOGREC.
027000
027100 01  WS-CURRENT-DATE-TIME.
027200     05 WS-CURR-DATE         PIC X(08).
027300     05 WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
027400                             PIC 9(08).
027500     05 WS-CURR-TIME         PIC X(06).
027600
027700 01  WS-AMT-EDIT             PIC $$$$9.99.
027800 01  WS-SESS-EDIT            PIC Z9.
027900 01  WS-LEFT-EDIT            PIC Z9.
028000
028020 LINKAGE SECTION.
028040 01  SIGNON-PARM.
028060     COPY SIGNON.
028080
028100 PROCEDURE DIVISION USING SIGNON-PARM.
028200 0000-MAINLINE.
028233     MOVE 'N' TO WS-REFUSE-SW WS-APPLY-FAIL-SW
028266         WS-LIVE-TOUCHED-SW.
028300     MOVE "PTENTRY" TO KLOG-PROGRAM.
028400     CALL "RUNDT" USING WS-CURR-DATE.
028500     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
028600     PERFORM 1100-GET-ACTION THRU 1100-EXIT.
028700     PERFORM 1300-GET-MEMBER-ID THRU 1300-EXIT.
028800     PERFORM 2500-LOOKUP-MEMBER THRU 2500-EXIT.
028900     IF ACTION-SELL
029000         PERFORM 3100-SELL-PACKAGE THRU 3100-EXIT
029100     END-IF.
029200     IF ACTION-REDEEM
029300         PERFORM 3200-REDEEM-SESSION THRU 3200-EXIT
029400     END-IF.
029500     IF ACTION-REFUSED
029600         GO TO 0000-GOBACK
029700     END-IF.
029800     PERFORM 1500-CONFIRM THRU 1500-EXIT.
029900     IF NOT CONFIRM-YES
030000         DISPLAY "NOTHING CHANGED FOR " WS-SEARCH-ID
030100         GO TO 0000-GOBACK
030200     END-IF.
030300     PERFORM 4000-APPLY-TO-PTPACK THRU 4000-EXIT.
030400*    SAME TWO FAILURE PHASES AS CLSMAINT: BEFORE THE LIVE FILE
030500*    IS TOUCHED NOTHING HAPPENED; AFTER IT, PTWORK HOLDS THE
030600*    FULL INTENDED FILE FOR RECOVERY.  NO CHARGE IS WRITTEN
030700*    UNLESS THE PACKAGE WENT IN.
030800     IF APPLY-FAILED
030900         IF LIVE-FILE-TOUCHED
031000             DISPLAY "WARNING - THE LIVE PTPACK FILE MAY BE"
031100                 " INCOMPLETE FOR PACKAGE " WS-PACKAGE-ID
031200             DISPLAY "PTWORK HOLDS THE FULL INTENDED FILE -"
031300                 " RESTORE IT BEFORE THE NIGHTLY RUN"
031400             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
031500             GO TO 0000-GOBACK
031600         END-IF
031700         DISPLAY "PACKAGE " WS-PACKAGE-ID " NOT UPDATED"
031800         GO TO 0000-GOBACK
031900     END-IF.
032000     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
032100     IF ACTION-SELL
032200         PERFORM 7000-WRITE-CHARGE THRU 7000-EXIT
032300     END-IF.
032400     DISPLAY "PACKAGE " WS-PACKAGE-ID " UPDATED".
032500 0000-GOBACK.
032600     GOBACK.
032700
032800*----------------------------------------------------------*
032900* 1000-GET-USER-ID - IDENTIFY THE CLERK MAKING THE SALE OR  *
033000* THE TRAINER RECORDING THE SESSION, SO THE AUDIT TRAIL     *
033100* CAN ANSWER "WHO DID THIS".                                *
033150* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.      *
033200*----------------------------------------------------------*
033300 1000-GET-USER-ID.
033400     MOVE SO-OPER-ID TO WS-USER-ID.
034000 1000-EXIT.
034100     EXIT.
034200
034300 1100-GET-ACTION.
034400     DISPLAY "Action - S(ell package), R(edeem session): "
034500         WITH NO ADVANCING.
034600     ACCEPT WS-ACTION.
034700     IF NOT ACTION-VALID
034800         DISPLAY "INVALID ACTION - ENTER S OR R"
034900         GO TO 1100-GET-ACTION
035000     END-IF.
035100 1100-EXIT.
035200     EXIT.
035300
035400 1200-GET-PACKAGE-NO.
035500     DISPLAY "Package number: " WITH NO ADVANCING.
035600     ACCEPT WS-PACK-INPUT.
035700     INSPECT WS-PACK-INPUT REPLACING LEADING SPACE BY ZERO.
035800     IF NOT WS-PACK-INPUT NUMERIC OR WS-PACK-INPUT-NUM = 0
035900         DISPLAY "INVALID PACKAGE NUMBER - ENTER THE NUMBER"
036000             " SHOWN IN THE LIST"
036100         GO TO 1200-GET-PACKAGE-NO
036200     END-IF.
036300     MOVE WS-PACK-INPUT-NUM TO WS-PACKAGE-ID.
036400 1200-EXIT.
036500     EXIT.
036600
036700 1300-GET-MEMBER-ID.
036800     DISPLAY "Member ID: " WITH NO ADVANCING.
036900     ACCEPT WS-SEARCH-ID.
037000     IF WS-ID-PREFIX NOT ALPHABETIC
037100         OR WS-ID-SUFFIX NOT NUMERIC
037200         OR WS-ID-FILLER NOT = SPACES
037300         DISPLAY "INVALID MEMBER ID - ENTER A LETTER FOLLOWED"
037400         DISPLAY "BY 9 DIGITS, EXAMPLE A123456789"
037500         GO TO 1300-GET-MEMBER-ID
037600     END-IF.
037700 1300-EXIT.
037800     EXIT.
037900
038000 1400-GET-SESSIONS.
038100     DISPLAY "Sessions in the package (5 or 10): "
038200         WITH NO ADVANCING.
038300     ACCEPT WS-SESS-INPUT.
038400     INSPECT WS-SESS-INPUT REPLACING LEADING SPACE BY ZERO.
038500     IF NOT WS-SESS-INPUT NUMERIC OR NOT SESSIONS-INPUT-VALID
038600         DISPLAY "INVALID PACKAGE SIZE - ENTER 5 OR 10"
038700         GO TO 1400-GET-SESSIONS
038800     END-IF.
038900 1400-EXIT.
039000     EXIT.
039100
039200 1500-CONFIRM.
039300     DISPLAY "Go ahead? (Y/N): " WITH NO ADVANCING.
039400     ACCEPT WS-CONFIRM-ANSWER.
039500     IF NOT CONFIRM-ANSWER-VALID
039600         DISPLAY "INVALID ANSWER - ENTER Y OR N"
039700         GO TO 1500-CONFIRM
039800     END-IF.
039900 1500-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------*
040300* 2000-SCAN-PACKAGES - ONE FULL PASS OF PTPACK.  NOTES THE  *
040400* HIGHEST PACKAGE NUMBER GIVEN OUT, LISTS THE MEMBER'S      *
040500* PACKAGES WHEN ASKED TO, AND PICKS UP WS-PACKAGE-ID (IF    *
040600* SET) AS THE BEFORE IMAGE AND THE START OF THE NEW ONE.  A *
040700* MISSING FILE MEANS NOTHING HAS BEEN SOLD YET.             *
040800*----------------------------------------------------------*
040900 2000-SCAN-PACKAGES.
041000     MOVE 'N' TO WS-FOUND-SW.
041100     MOVE 'N' TO WS-EMPTY-SW.
041200     MOVE 0 TO WS-HIGH-PACKAGE-NO.
041300     MOVE 0 TO WS-LISTED-COUNT.
041400     OPEN INPUT PACKAGE-FILE.
041500     IF WS-PACK-NOT-FOUND
041600         MOVE 'Y' TO WS-EMPTY-SW
041700         GO TO 2000-EXIT
041800     END-IF.
041900     IF NOT WS-PACK-OK
042000         DISPLAY "PTPACK OPEN FAILED, STATUS = "
042100             WS-PACK-STATUS
042200         GOBACK
042300     END-IF.
042400     PERFORM 2100-READ-PACKAGE THRU 2100-EXIT.
042500     PERFORM 2200-CHECK-PACKAGE THRU 2200-EXIT
042600         UNTIL WS-PACK-EOF.
042700     CLOSE PACKAGE-FILE.
042800 2000-EXIT.
042900     EXIT.
043000
043100 2100-READ-PACKAGE.
043200     READ PACKAGE-FILE.
043300 2100-EXIT.
043400     EXIT.
043500
043600 2200-CHECK-PACKAGE.
043700     IF PK-PACKAGE-NO NUMERIC
043800         AND PK-PACKAGE-NO > WS-HIGH-PACKAGE-NO
043900         MOVE PK-PACKAGE-NO TO WS-HIGH-PACKAGE-NO
044000     END-IF.
044100     IF LIST-PACKAGES AND PK-MEMBER-ID = WS-SEARCH-ID
044200         PERFORM 2300-LIST-PACKAGE THRU 2300-EXIT
044300     END-IF.
044400     IF WS-PACKAGE-ID NOT = 0 AND PK-PACKAGE-NO = WS-PACKAGE-ID
044500         MOVE 'Y' TO WS-FOUND-SW
044600         MOVE PACKAGE-RECORD TO WS-BEFORE-IMAGE
044700         MOVE PACKAGE-RECORD TO WS-NEW-PACKAGE
044800     END-IF.
044900     PERFORM 2100-READ-PACKAGE THRU 2100-EXIT.
045000 2200-EXIT.
045100     EXIT.
045200
045300 2300-LIST-PACKAGE.
045400     ADD 1 TO WS-LISTED-COUNT.
045500     MOVE PK-PACKAGE-NO      TO PL-PACKAGE-NO.
045600     MOVE PK-INSTRUCTOR      TO PL-INSTRUCTOR.
045700     MOVE PK-SESSIONS-USED   TO PL-USED.
045800     MOVE PK-SESSIONS-BOUGHT TO PL-BOUGHT.
045900     MOVE PK-EXPIRY-DATE     TO PL-EXPIRY.
046000     IF PK-SESSIONS-USED NOT < PK-SESSIONS-BOUGHT
046100         MOVE "USED UP" TO PL-STATE
046200     ELSE
046300         IF PK-EXPIRY-NUM < WS-CURR-DATE-NUM
046400             MOVE "EXPIRED" TO PL-STATE
046500         ELSE
046600             MOVE "OPEN" TO PL-STATE
046700         END-IF
046800     END-IF.
046900     DISPLAY WS-LIST-LINE.
047000 2300-EXIT.
047100     EXIT.
047200
047300 2500-LOOKUP-MEMBER.
047400     MOVE 'N' TO WS-MEMBER-FOUND-SW.
047500     OPEN INPUT MEMBER-MASTER-FILE.
047600     IF NOT WS-MASTER-OK
047700         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
047800             WS-MASTER-STATUS
047900         GOBACK
048000     END-IF.
048100     MOVE WS-SEARCH-ID TO MEMBER-ID.
048200     READ MEMBER-MASTER-FILE
048300         INVALID KEY
048400             MOVE 'N' TO WS-MEMBER-FOUND-SW
048500         NOT INVALID KEY
048600             MOVE 'Y' TO WS-MEMBER-FOUND-SW
048700     END-READ.
048800     CLOSE MEMBER-MASTER-FILE.
048900 2500-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------*
049300* 2700-LOOKUP-RATE - PRICE AND MONTHS OF VALIDITY FOR THE   *
049400* PACKAGE SIZE FROM PTRATE.  A ROW WITH A BAD PRICE OR NO   *
049500* MONTHS IS IGNORED.                                        *
049600*----------------------------------------------------------*
049700 2700-LOOKUP-RATE.
049800     MOVE 'N' TO WS-RATE-FOUND-SW.
049900     MOVE 0 TO WS-CHARGE-AMOUNT.
050000     MOVE 0 TO WS-VALID-MONTHS.
050100     OPEN INPUT PT-RATE-FILE.
050200     IF NOT WS-RATE-OK
050300         DISPLAY "PTRATE OPEN FAILED, STATUS = " WS-RATE-STATUS
050400         GO TO 2700-EXIT
050500     END-IF.
050600     PERFORM 2710-READ-RATE THRU 2710-EXIT.
050700     PERFORM 2720-MATCH-RATE THRU 2720-EXIT
050800         UNTIL WS-RATE-EOF OR RATE-FOUND.
050900     CLOSE PT-RATE-FILE.
051000 2700-EXIT.
051100     EXIT.
051200
051300 2710-READ-RATE.
051400     READ PT-RATE-FILE.
051500 2710-EXIT.
051600     EXIT.
051700
051800 2720-MATCH-RATE.
051900     IF PR-SESSIONS = WS-SESS-NUM AND PR-PRICE NUMERIC
052000         AND PR-VALID-MONTHS NUMERIC AND PR-VALID-MONTHS > 0
052100         MOVE 'Y' TO WS-RATE-FOUND-SW
052200         MOVE PR-PRICE TO WS-CHARGE-AMOUNT
052300         MOVE PR-VALID-MONTHS TO WS-VALID-MONTHS
052400         GO TO 2720-EXIT
052500     END-IF.
052600     PERFORM 2710-READ-RATE THRU 2710-EXIT.
052700 2720-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------*
053100* 3100-SELL-PACKAGE - A NEW PACK FOR AN ACTIVE MEMBER WITH  *
053200* AN INSTRUCTOR, GOOD FROM TODAY FOR THE PTRATE MONTHS AND  *
053300* NUMBERED ONE PAST THE HIGHEST PACKAGE ON FILE.            *
053400*----------------------------------------------------------*
053500 3100-SELL-PACKAGE.
053600     IF NOT MEMBER-FOUND
053700         DISPLAY "NO MEMBER FOUND FOR ID " WS-SEARCH-ID
053800         MOVE 'Y' TO WS-REFUSE-SW
053900         GO TO 3100-EXIT
054000     END-IF.
054100     PERFORM 3400-CHECK-HOLDER THRU 3400-EXIT.
054200     IF ACTION-REFUSED
054300         GO TO 3100-EXIT
054400     END-IF.
054500     DISPLAY "MEMBER: " MEMBER-NAME.
054600     PERFORM 3500-GET-INSTRUCTOR THRU 3500-EXIT.
054700     PERFORM 1400-GET-SESSIONS THRU 1400-EXIT.
054800     PERFORM 2700-LOOKUP-RATE THRU 2700-EXIT.
054900     IF NOT RATE-FOUND
055000         MOVE WS-SESS-NUM TO WS-SESS-EDIT
055100         DISPLAY "NO PRICE FOR A " WS-SESS-EDIT
055200             "-SESSION PACKAGE - PLEASE SEE THE MANAGER"
055300         MOVE 'Y' TO WS-REFUSE-SW
055400         GO TO 3100-EXIT
055500     END-IF.
055600     MOVE 0 TO WS-PACKAGE-ID.
055700     PERFORM 2000-SCAN-PACKAGES THRU 2000-EXIT.
055800     IF WS-HIGH-PACKAGE-NO = 999999
055900         DISPLAY "PACKAGE NUMBERS USED UP - PLEASE SEE THE"
056000             " MANAGER"
056100         MOVE 'Y' TO WS-REFUSE-SW
056200         GO TO 3100-EXIT
056300     END-IF.
056400     COMPUTE WS-PACKAGE-ID = WS-HIGH-PACKAGE-NO + 1.
056500     MOVE WS-CURR-DATE-NUM TO WS-BASE-DATE.
056600     MOVE WS-VALID-MONTHS TO WS-ADD-MONTHS.
056700     PERFORM 3600-ADD-MONTHS THRU 3600-EXIT.
056800     MOVE SPACES           TO WS-BEFORE-IMAGE.
056900     MOVE SPACES           TO WS-NEW-PACKAGE.
057000     MOVE WS-PACKAGE-ID    TO NW-PACKAGE-NO.
057100     MOVE WS-SEARCH-ID     TO NW-MEMBER-ID.
057200     MOVE WS-INST-INPUT    TO NW-INSTRUCTOR.
057300     MOVE WS-SESS-NUM      TO NW-SESSIONS-BOUGHT.
057400     MOVE 0                TO NW-SESSIONS-USED.
057500     MOVE WS-CURR-DATE     TO NW-PURCHASE-DATE.
057600     MOVE WS-STEP-DATE     TO NW-EXPIRY-NUM.
057700     MOVE WS-CHARGE-AMOUNT TO NW-PRICE.
057800     MOVE WS-USER-ID       TO NW-SOLD-BY.
057900     MOVE WS-SESS-NUM      TO WS-SESS-EDIT.
058000     MOVE WS-CHARGE-AMOUNT TO WS-AMT-EDIT.
058100     DISPLAY "PACKAGE " WS-PACKAGE-ID ": " WS-SESS-EDIT
058200         " SESSIONS WITH " NW-INSTRUCTOR " FOR " WS-AMT-EDIT.
058300     DISPLAY "GOOD UNTIL " NW-EXPIRY-DATE.
058400 3100-EXIT.
058500     EXIT.
058600
058700*----------------------------------------------------------*
058800* 3200-REDEEM-SESSION - ONE SESSION TAKEN AGAINST ONE OF    *
058900* THE MEMBER'S PACKS.  THE DOOR HAS ALREADY CHECKED THE     *
059000* MEMBERSHIP, SO ONLY THE PACK IS CHECKED HERE: REFUSED     *
059100* WHEN IT IS USED UP OR PAST ITS EXPIRY DATE.  A SESSION    *
059200* TAKEN WITH ANOTHER TRAINER (COVER) IS STILL RECORDED; THE *
059300* AUDIT LINE SHOWS WHO KEYED IT.                            *
059400*----------------------------------------------------------*
059500 3200-REDEEM-SESSION.
059600     IF MEMBER-FOUND
059700         DISPLAY "MEMBER: " MEMBER-NAME
059800     END-IF.
059900     MOVE 'Y' TO WS-LIST-SW.
060000     MOVE 0 TO WS-PACKAGE-ID.
060100     PERFORM 2000-SCAN-PACKAGES THRU 2000-EXIT.
060200     MOVE 'N' TO WS-LIST-SW.
060300     IF WS-LISTED-COUNT = 0
060400         DISPLAY "NO PT PACKAGES ON FILE FOR " WS-SEARCH-ID
060500         MOVE 'Y' TO WS-REFUSE-SW
060600         GO TO 3200-EXIT
060700     END-IF.
060800     PERFORM 1200-GET-PACKAGE-NO THRU 1200-EXIT.
060900     PERFORM 2000-SCAN-PACKAGES THRU 2000-EXIT.
061000     IF NOT PACKAGE-FOUND OR NW-MEMBER-ID NOT = WS-SEARCH-ID
061100         DISPLAY "PACKAGE " WS-PACKAGE-ID
061200             " IS NOT ON FILE FOR THIS MEMBER"
061300         MOVE 'Y' TO WS-REFUSE-SW
061400         GO TO 3200-EXIT
061500     END-IF.
061600     IF NW-SESSIONS-USED NOT < NW-SESSIONS-BOUGHT
061700         DISPLAY "ALL SESSIONS ON PACKAGE " WS-PACKAGE-ID
061800             " HAVE BEEN USED"
061900         MOVE "PTP002" TO KLOG-MSG-CODE
062000         MOVE "PT SESSION REFUSED - PACKAGE USED UP"
062100             TO KLOG-MSG-TEXT
062200         PERFORM 3300-LOG-REFUSAL THRU 3300-EXIT
062300         GO TO 3200-EXIT
062400     END-IF.
062500     IF NW-EXPIRY-NUM < WS-CURR-DATE-NUM
062600         DISPLAY "PACKAGE " WS-PACKAGE-ID " EXPIRED ON "
062700             NW-EXPIRY-DATE
062800         MOVE "PTP003" TO KLOG-MSG-CODE
062900         MOVE "PT SESSION REFUSED - PACKAGE EXPIRED"
063000             TO KLOG-MSG-TEXT
063100         PERFORM 3300-LOG-REFUSAL THRU 3300-EXIT
063200         GO TO 3200-EXIT
063300     END-IF.
063400     IF NW-INSTRUCTOR NOT = WS-USER-ID
063500         DISPLAY "PACKAGE IS WITH INSTRUCTOR " NW-INSTRUCTOR
063600             " - SESSION RECORDED BY " WS-USER-ID
063700     END-IF.
063800     ADD 1 TO NW-SESSIONS-USED.
063900     MOVE WS-CURR-DATE TO NW-LAST-USED.
064000     COMPUTE WS-SESSIONS-LEFT =
064100         NW-SESSIONS-BOUGHT - NW-SESSIONS-USED.
064200     MOVE NW-SESSIONS-USED TO WS-SESS-EDIT.
064300     MOVE WS-SESSIONS-LEFT TO WS-LEFT-EDIT.
064400     DISPLAY "SESSION " WS-SESS-EDIT " OF PACKAGE "
064500         WS-PACKAGE-ID ", " WS-LEFT-EDIT " LEFT AFTER THIS ONE".
064600 3200-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------*
065000* 3300-LOG-REFUSAL - A REFUSED SESSION GOES ON KIOSKLOG SO  *
065100* THE MANAGER SEES TRAINERS TRYING TO RUN OVER A PACK.  THE *
065200* CALLER HAS SET THE MESSAGE CODE AND TEXT.                 *
065300*----------------------------------------------------------*
065400 3300-LOG-REFUSAL.
065500     MOVE WS-SEARCH-ID TO KLOG-MEMBER-ID.
065600     MOVE 'W'          TO KLOG-SEVERITY.
065700     CALL "KLOGWRT" USING WS-KLOG.
065800     MOVE 'Y' TO WS-REFUSE-SW.
065900 3300-EXIT.
066000     EXIT.
066100
066200*----------------------------------------------------------*
066300* 3400-CHECK-HOLDER - THE SAME STATUS RULE AS THE DOOR: A   *
066400* SUSPENDED OR CANCELLED MEMBER IS SENT TO THE FRONT DESK   *
066500* AND THE REFUSAL IS LOGGED.                                *
066600*----------------------------------------------------------*
066700 3400-CHECK-HOLDER.
066800     IF MEMBER-SUSPENDED OR MEMBER-CANCELLED
066900         DISPLAY "THIS MEMBERSHIP IS NOT ACTIVE - "
067000             "PLEASE SEE THE FRONT DESK"
067100         MOVE "PTP001" TO KLOG-MSG-CODE
067200         MOVE "NON-ACTIVE MEMBER PT PACKAGE SALE REFUSED"
067300             TO KLOG-MSG-TEXT
067400         PERFORM 3300-LOG-REFUSAL THRU 3300-EXIT
067500     END-IF.
067600 3400-EXIT.
067700     EXIT.
067800
067900*----------------------------------------------------------*
068000* 3500-GET-INSTRUCTOR - THE INSTRUCTOR THE PACK IS WITH.    *
068100* CHECKED AGAINST THE INSTRUCTOR MASTER WHEN THAT FILE IS   *
068200* ON HAND; WITHOUT IT THE ID IS TAKEN ON TRUST WITH A       *
068300* WARNING, AS CLSMAINT DOES.                                *
068400*----------------------------------------------------------*
068500 3500-GET-INSTRUCTOR.
068600     DISPLAY "Instructor ID: " WITH NO ADVANCING.
068700     ACCEPT WS-INST-INPUT.
068800     IF WS-INST-INPUT = SPACES
068900         DISPLAY "INSTRUCTOR ID MAY NOT BE BLANK"
069000         GO TO 3500-GET-INSTRUCTOR
069100     END-IF.
069200     PERFORM 3510-LOOKUP-INSTRUCTOR THRU 3510-EXIT.
069300     IF INSTRUCTOR-FILE-ON AND NOT INSTRUCTOR-FOUND
069400         DISPLAY "NO INSTRUCTOR ON FILE FOR ID "
069500             WS-INST-INPUT
069600         GO TO 3500-GET-INSTRUCTOR
069700     END-IF.
069800     IF NOT INSTRUCTOR-FILE-ON
069900         DISPLAY "INSTRUCTOR MASTER NOT ON HAND - ID TAKEN"
070000             " AS KEYED"
070100     END-IF.
070200 3500-EXIT.
070300     EXIT.
070400
070500 3510-LOOKUP-INSTRUCTOR.
070600     MOVE 'N' TO WS-INST-FOUND-SW.
070700     MOVE 'N' TO WS-INST-FILE-SW.
070800     OPEN INPUT INSTRUCTOR-FILE.
070900     IF NOT WS-INST-OK
071000         GO TO 3510-EXIT
071100     END-IF.
071200     MOVE 'Y' TO WS-INST-FILE-SW.
071300     PERFORM 3520-READ-INSTRUCTOR THRU 3520-EXIT.
071400     PERFORM 3530-MATCH-INSTRUCTOR THRU 3530-EXIT
071500         UNTIL WS-INST-EOF OR INSTRUCTOR-FOUND.
071600     CLOSE INSTRUCTOR-FILE.
071700 3510-EXIT.
071800     EXIT.
071900
072000 3520-READ-INSTRUCTOR.
072100     READ INSTRUCTOR-FILE.
072200 3520-EXIT.
072300     EXIT.
072400
072500 3530-MATCH-INSTRUCTOR.
072600     IF INS-ID = WS-INST-INPUT
072700         MOVE 'Y' TO WS-INST-FOUND-SW
072800         DISPLAY "INSTRUCTOR: " INS-NAME
072900         GO TO 3530-EXIT
073000     END-IF.
073100     PERFORM 3520-READ-INSTRUCTOR THRU 3520-EXIT.
073200 3530-EXIT.
073300     EXIT.
073400
073500 3600-ADD-MONTHS.
073600     MOVE WS-BASE-DATE TO WS-STEP-DATE.
073700     COMPUTE WS-MONTH-WORK = WS-STEP-MM - 1 + WS-ADD-MONTHS.
073800     DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEAR-ADD
073900         REMAINDER WS-MONTH-REM.
074000     ADD WS-YEAR-ADD TO WS-STEP-YYYY.
074100     COMPUTE WS-STEP-MM = WS-MONTH-REM + 1.
074200     PERFORM 3650-MONTH-LENGTH THRU 3650-EXIT.
074300     IF WS-STEP-DD > WS-MONTH-LENGTH
074400         MOVE WS-MONTH-LENGTH TO WS-STEP-DD
074500     END-IF.
074600 3600-EXIT.
074700     EXIT.
074800
074900 3650-MONTH-LENGTH.
075000     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-LENGTH.
075100     IF WS-STEP-MM = 2
075200         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT
075300             REMAINDER WS-LEAP-REM
075400         IF WS-LEAP-REM = 0
075500             MOVE 29 TO WS-MONTH-LENGTH
075600         END-IF
075700     END-IF.
075800 3650-EXIT.
075900     EXIT.
076000
076100*----------------------------------------------------------*
076200* 4000-APPLY-TO-PTPACK - COPY PTPACK THROUGH THE WORK FILE, *
076300* SWAPPING THE NEW IMAGE IN FOR THE PACKAGE (OR APPENDING   *
076400* IT AT THE END FOR A SALE).  THE WORK FILE THEN REPLACES   *
076500* PTPACK, SO A FAILURE BEFORE THAT POINT LEAVES THE LIVE    *
076600* FILE UNTOUCHED.                                           *
076700*----------------------------------------------------------*
076800 4000-APPLY-TO-PTPACK.
076900     OPEN OUTPUT PACKAGE-WORK-FILE.
077000     IF NOT WS-WORK-OK
077100         DISPLAY "PTWORK OPEN FAILED, STATUS = "
077200             WS-WORK-STATUS
077300         MOVE 'Y' TO WS-APPLY-FAIL-SW
077400         GO TO 4000-EXIT
077500     END-IF.
077600     IF NOT PTPACK-EMPTY
077700         OPEN INPUT PACKAGE-FILE
077800         IF NOT WS-PACK-OK
077900             DISPLAY "PTPACK REOPEN FAILED, STATUS = "
078000                 WS-PACK-STATUS
078100             MOVE 'Y' TO WS-APPLY-FAIL-SW
078200             CLOSE PACKAGE-WORK-FILE
078300             GO TO 4000-EXIT
078400         END-IF
078500         PERFORM 2100-READ-PACKAGE THRU 2100-EXIT
078600         PERFORM 4100-COPY-RECORD THRU 4100-EXIT
078700             UNTIL WS-PACK-EOF
078800         CLOSE PACKAGE-FILE
078900     END-IF.
079000     IF NOT PACKAGE-FOUND AND NOT APPLY-FAILED
079100         MOVE SPACES TO PACKAGE-WORK-RECORD
079200         MOVE WS-NEW-PACKAGE TO PACKAGE-WORK-RECORD
079300         PERFORM 4200-WRITE-WORK THRU 4200-EXIT
079400     END-IF.
079500     CLOSE PACKAGE-WORK-FILE.
079600     IF NOT APPLY-FAILED
079700         PERFORM 5000-REWRITE-PTPACK THRU 5000-EXIT
079800     END-IF.
079900 4000-EXIT.
080000     EXIT.
080100
080200 4100-COPY-RECORD.
080300     MOVE SPACES TO PACKAGE-WORK-RECORD.
080400     IF PACKAGE-FOUND AND PK-PACKAGE-NO = WS-PACKAGE-ID
080500         MOVE WS-NEW-PACKAGE TO PACKAGE-WORK-RECORD
080600     ELSE
080700         MOVE PACKAGE-RECORD TO PACKAGE-WORK-RECORD
080800     END-IF.
080900     PERFORM 4200-WRITE-WORK THRU 4200-EXIT.
081000     PERFORM 2100-READ-PACKAGE THRU 2100-EXIT.
081100 4100-EXIT.
081200     EXIT.
081300
081400 4200-WRITE-WORK.
081500     WRITE PACKAGE-WORK-RECORD.
081600     IF NOT WS-WORK-OK
081700         DISPLAY "PTWORK WRITE FAILED, STATUS = "
081800             WS-WORK-STATUS
081900         MOVE 'Y' TO WS-APPLY-FAIL-SW
082000     END-IF.
082100 4200-EXIT.
082200     EXIT.
082300
082400*----------------------------------------------------------*
082500* 5000-REWRITE-PTPACK - THE WORK FILE BECOMES THE LIVE      *
082600* PACKAGE FILE.                                             *
082700*----------------------------------------------------------*
082800 5000-REWRITE-PTPACK.
082900     OPEN OUTPUT PACKAGE-FILE.
083000     IF NOT WS-PACK-OK
083100         DISPLAY "PTPACK REWRITE FAILED, STATUS = "
083200             WS-PACK-STATUS
083300         MOVE 'Y' TO WS-APPLY-FAIL-SW
083400         GO TO 5000-EXIT
083500     END-IF.
083600     MOVE 'Y' TO WS-LIVE-TOUCHED-SW.
083700     OPEN INPUT PACKAGE-WORK-FILE.
083800     IF NOT WS-WORK-OK
083900         DISPLAY "PTWORK REOPEN FAILED, STATUS = "
084000             WS-WORK-STATUS
084100         MOVE 'Y' TO WS-APPLY-FAIL-SW
084200         CLOSE PACKAGE-FILE
084300         GO TO 5000-EXIT
084400     END-IF.
084500     PERFORM 5100-READ-WORK THRU 5100-EXIT.
084600     PERFORM 5200-COPY-BACK THRU 5200-EXIT
084700         UNTIL WS-WORK-EOF.
084800     CLOSE PACKAGE-WORK-FILE.
084900     CLOSE PACKAGE-FILE.
085000 5000-EXIT.
085100     EXIT.
085200
085300 5100-READ-WORK.
085400     READ PACKAGE-WORK-FILE.
085500 5100-EXIT.
085600     EXIT.
085700
085800 5200-COPY-BACK.
085900     MOVE SPACES TO PACKAGE-RECORD.
086000     MOVE PACKAGE-WORK-RECORD TO PACKAGE-RECORD.
086100     WRITE PACKAGE-RECORD.
086200     IF NOT WS-PACK-OK
086300         DISPLAY "PTPACK WRITE FAILED, STATUS = "
086400             WS-PACK-STATUS
086500         MOVE 'Y' TO WS-APPLY-FAIL-SW
086600     END-IF.
086700     ADD 1 TO WS-COPIED-COUNT.
086800     PERFORM 5100-READ-WORK THRU 5100-EXIT.
086900 5200-EXIT.
087000     EXIT.
087100
087200*----------------------------------------------------------*
087300* 6000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER IMAGE OF THE   *
087400* PACKAGE JUST SOLD OR REDEEMED AGAINST, STAMPED WITH DATE, *
087500* TIME AND THE CLERK OR TRAINER ID.                         *
087600*----------------------------------------------------------*
087700 6000-WRITE-AUDIT.
087800     MOVE WS-NEW-PACKAGE TO WS-AFTER-IMAGE.
087900     OPEN EXTEND PACKAGE-AUDIT-FILE.
088000     IF WS-AUDIT-NOT-FOUND
088100         OPEN OUTPUT PACKAGE-AUDIT-FILE
088200     END-IF.
088300     IF NOT WS-AUDIT-OK
088400         DISPLAY "PTAUD OPEN FAILED, STATUS = "
088500             WS-AUDIT-STATUS
088600         GO TO 6000-EXIT
088700     END-IF.
088800     ACCEPT WS-CURR-TIME FROM TIME.
088900     MOVE SPACES TO PACKAGE-AUDIT-RECORD.
089000     MOVE WS-CURR-DATE    TO PA-DATE.
089100     MOVE WS-CURR-TIME    TO PA-TIME.
089200     MOVE WS-USER-ID      TO PA-USER.
089300     MOVE WS-ACTION       TO PA-ACTION.
089400     MOVE WS-PACKAGE-ID   TO PA-PACKAGE-NO.
089500     MOVE WS-SEARCH-ID    TO PA-MEMBER-ID.
089600     MOVE WS-BEFORE-IMAGE TO PA-BEFORE-IMAGE.
089700     MOVE WS-AFTER-IMAGE  TO PA-AFTER-IMAGE.
089800     WRITE PACKAGE-AUDIT-RECORD.
089900     IF NOT WS-AUDIT-OK
090000         DISPLAY "PTAUD WRITE FAILED, STATUS = "
090100             WS-AUDIT-STATUS
090200     END-IF.
090300     CLOSE PACKAGE-AUDIT-FILE.
090400 6000-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------*
090800* 7000-WRITE-CHARGE - APPEND THE PACKAGE PRICE TO PTTRAN    *
090900* (CREATING THE FILE ON A COLD START) FOR PTPOST TO POST    *
091000* TONIGHT.  THE PACKAGE IS ALREADY ON FILE, SO A FAILURE    *
091100* HERE IS LOGGED LOUDLY FOR THE MANAGER TO BILL BY HAND.    *
091200*----------------------------------------------------------*
091300 7000-WRITE-CHARGE.
091400     OPEN EXTEND PT-TRANS-FILE.
091500     IF WS-TRANS-NOT-FOUND
091600         OPEN OUTPUT PT-TRANS-FILE
091700     END-IF.
091800     IF NOT WS-TRANS-OK
091900         DISPLAY "PTTRAN OPEN FAILED, STATUS = "
092000             WS-TRANS-STATUS
092100         DISPLAY "CHARGE NOT RECORDED - PLEASE TELL THE MANAGER"
092200         MOVE WS-SEARCH-ID TO KLOG-MEMBER-ID
092300         MOVE 'E'          TO KLOG-SEVERITY
092400         MOVE "PTP004"     TO KLOG-MSG-CODE
092500         MOVE "PTTRAN OPEN FAILED - NOT BILLED"
092600             TO KLOG-MSG-TEXT
092700         CALL "KLOGWRT" USING WS-KLOG
092800         MOVE 8 TO RETURN-CODE
092900         GO TO 7000-EXIT
093000     END-IF.
093100     ACCEPT WS-CURR-TIME FROM TIME.
093200     MOVE SPACES TO PT-TRANS-RECORD.
093300     MOVE WS-SEARCH-ID       TO PT-MEMBER-ID.
093400     MOVE WS-PACKAGE-ID      TO PT-PACKAGE-NO.
093500     MOVE NW-SESSIONS-BOUGHT TO PT-SESSIONS.
093600     MOVE WS-CHARGE-AMOUNT   TO PT-AMOUNT.
093700     MOVE WS-CURR-DATE       TO PT-DATE.
093800     MOVE WS-CURR-TIME       TO PT-TIME.
093900     MOVE WS-USER-ID         TO PT-CLERK.
094000     WRITE PT-TRANS-RECORD.
094100     IF NOT WS-TRANS-OK
094200         DISPLAY "PTTRAN WRITE FAILED, STATUS = "
094300             WS-TRANS-STATUS
094400         DISPLAY "CHARGE NOT RECORDED - PLEASE TELL THE MANAGER"
094500         MOVE WS-SEARCH-ID TO KLOG-MEMBER-ID
094600         MOVE 'E'          TO KLOG-SEVERITY
094700         MOVE "PTP005"     TO KLOG-MSG-CODE
094800         MOVE "PTTRAN WRITE FAILED - NOT BILLED"
094900             TO KLOG-MSG-TEXT
095000         CALL "KLOGWRT" USING WS-KLOG
095100         IF RETURN-CODE < 4
095200             MOVE 4 TO RETURN-CODE
095300         END-IF
095400     ELSE
095500         DISPLAY "CHARGE RECORDED FOR " WS-SEARCH-ID
095600     END-IF.
095700     CLOSE PT-TRANS-FILE.
095800 7000-EXIT.
095900     EXIT.
