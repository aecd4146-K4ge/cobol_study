000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARRMAINT.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  PAYMENT ARRANGEMENT MAINTENANCE
001000*                      FROM THE KIOSK MENU.  WHEN THE MANAGER
001100*                      AGREES AN INSTALLMENT PLAN WITH A
001200*                      MEMBER WHO CANNOT CLEAR THEIR BALANCE,
001300*                      THE DESK KEYS IT HERE - THE AGREED
001400*                      AMOUNT, THE NUMBER OF INSTALLMENTS,
001500*                      WEEKLY, FORTNIGHTLY OR MONTHLY, AND
001600*                      THE FIRST DUE DATE - AND THE PROGRAM
001700*                      WORKS OUT THE SCHEDULE.  SUSPBAT
001800*                      LEAVES A MEMBER ON A CURRENT
001900*                      ARRANGEMENT ALONE INSTEAD OF
002000*                      SUSPENDING THEM FOR BALANCE, AND THE
002100*                      NIGHTLY ARRCHK STEP CANCELS ANY
002200*                      ARRANGEMENT WHOSE INSTALLMENTS ARE NOT
002300*                      BEING PAID.  ACTIONS: A ADDS ONE
002400*                      (ONE CURRENT ARRANGEMENT PER MEMBER,
002500*                      MEMBER MUST OWE MONEY), C REPLACES THE
002600*                      CURRENT ONE WITH A FRESH AGREEMENT
002700*                      FROM TODAY, X CANCELS IT AT THE DESK.
002800*                      ARRANGE IS PLAIN SEQUENTIAL, SO THIS
002900*                      IS THE CLSMAINT COPY-THROUGH-A-WORK-
003000*                      FILE PASS, AND EVERY APPLIED ACTION
003100*                      GETS A BEFORE/AFTER IMAGE ON ARRAUDIT.
003120*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
003140*                      SIGNED ON AT THE KIOSK, PASSED BY
003160*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
003180*                      OF BEING KEYED FREELY HERE.
003183*   2026-10-15  KAGE   APPLY-FAIL AND LIVE-TOUCHED SWITCHES
003186*                      AND THE COPY COUNT ARE CLEARED ON
003190*                      EVERY CALL - THE KIOSK DRIVER KEEPS
003193*                      WORKING STORAGE, SO ONE FAILED CHANGE
003196*                      FAILED EVERY LATER ONE IN THE SESSION.
003200*----------------------------------------------------------*
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ARRANGE-FILE ASSIGN TO "ARRANGE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ARR-STATUS.
004000
004100     SELECT ARRANGE-WORK-FILE ASSIGN TO "ARRWORK"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-WORK-STATUS.
004400
004500     SELECT ARRANGE-AUDIT-FILE ASSIGN TO "ARRAUDIT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-STATUS.
004800
004900     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS MEMBER-ID
005300         FILE STATUS IS WS-MASTER-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ARRANGE-FILE.
005800 01  ARRANGE-RECORD.
005900     COPY ARRANGE.
006000
006100 FD  ARRANGE-WORK-FILE.
006200 01  ARRANGE-WORK-RECORD     PIC X(230).
006300
006400 FD  ARRANGE-AUDIT-FILE.
006500 01  ARRANGE-AUDIT-RECORD.
006600     05 AA-DATE              PIC X(08).
006700     05 FILLER               PIC X(01).
006800     05 AA-TIME              PIC X(06).
006900     05 FILLER               PIC X(01).
007000     05 AA-USER              PIC X(08).
007100     05 FILLER               PIC X(01).
007200     05 AA-ACTION            PIC X(01).
007300     05 FILLER               PIC X(01).
007400     05 AA-MEMBER-ID         PIC X(20).
007500     05 FILLER               PIC X(01).
007600     05 AA-BEFORE-IMAGE      PIC X(230).
007700     05 FILLER               PIC X(01).
007800     05 AA-AFTER-IMAGE       PIC X(230).
007900
008000 FD  MEMBER-MASTER-FILE.
008100 01  MEMBER-MASTER-RECORD.
008200     COPY MEMBER.
008300
008400 WORKING-STORAGE SECTION.
008500 01  WS-USER-ID              PIC X(08).
008600 01  WS-ACTION               PIC X(01).
008700     88 ACTION-ADD           VALUE 'A'.
008800     88 ACTION-CHANGE        VALUE 'C'.
008900     88 ACTION-CANCEL        VALUE 'X'.
009000     88 ACTION-VALID         VALUE 'A' 'C' 'X'.
009100
009200 01  WS-SEARCH-ID            PIC X(20).
009300 01  WS-SEARCH-ID-PARTS REDEFINES WS-SEARCH-ID.
009400     05 WS-ID-PREFIX         PIC X(01).
009500     05 WS-ID-SUFFIX         PIC 9(09).
009600     05 WS-ID-FILLER         PIC X(10).
009700
009800 01  WS-NEW-ARRANGE.
009900     COPY ARRANGE
010000         REPLACING ==AR-MEMBER-ID==     BY ==NW-MEMBER-ID==
010100                   ==AR-STATUS-DATE==   BY ==NW-STATUS-DATE==
010200                   ==AR-STATUS==        BY ==NW-STATUS==
010300                   ==AR-CURRENT==       BY ==NW-CURRENT==
010400                   ==AR-MISSED==        BY ==NW-MISSED==
010500                   ==AR-CANCELLED==     BY ==NW-CANCELLED==
010600                   ==AR-PAID-OFF==      BY ==NW-PAID-OFF==
010700                   ==AR-SET-DATE==      BY ==NW-SET-DATE==
010800                   ==AR-SET-BY==        BY ==NW-SET-BY==
010900                   ==AR-AGREED-AMOUNT== BY ==NW-AGREED-AMOUNT==
011000                   ==AR-INSTALL-COUNT== BY ==NW-INSTALL-COUNT==
011100                   ==AR-FREQUENCY==     BY ==NW-FREQUENCY==
011200                   ==AR-WEEKLY==        BY ==NW-WEEKLY==
011300                   ==AR-FORTNIGHTLY==   BY ==NW-FORTNIGHTLY==
011400                   ==AR-MONTHLY==       BY ==NW-MONTHLY==
011500                   ==AR-FREQUENCY-VALID==
011600                       BY ==NW-FREQUENCY-VALID==
011700                   ==AR-SCHEDULE==      BY ==NW-SCHEDULE==
011800                   ==AR-INSTALLMENT==   BY ==NW-INSTALLMENT==
011900                   ==AR-DUE-DATE==      BY ==NW-DUE-DATE==
012000                   ==AR-DUE-AMOUNT==    BY ==NW-DUE-AMOUNT==.
012100
012200 01  WS-BEFORE-IMAGE         PIC X(230).
012300 01  WS-AFTER-IMAGE          PIC X(230).
012400
012500 01  WS-AMT-INPUT            PIC X(06) JUSTIFIED RIGHT.
012600 01  WS-AMT-NUM REDEFINES WS-AMT-INPUT
012700                             PIC 9(04)V99.
012800 01  WS-COUNT-INPUT          PIC X(02) JUSTIFIED RIGHT.
012900 01  WS-COUNT-NUM REDEFINES WS-COUNT-INPUT
013000                             PIC 9(02).
013100     88 COUNT-INPUT-IN-RANGE VALUE 1 THRU 12.
013200 01  WS-FREQ-INPUT           PIC X(01).
013300     88 FREQ-INPUT-VALID     VALUE 'W' 'F' 'M'.
013400 01  WS-CONFIRM-ANSWER       PIC X(01).
013500     88 CONFIRM-YES          VALUE 'Y'.
013600     88 CONFIRM-ANSWER-VALID VALUE 'Y' 'N'.
013700
013800*----------------------------------------------------------*
013900* DUE-DATE ARITHMETIC.  THE DATE BEING STEPPED THROUGH THE  *
014000* SCHEDULE, SPLIT FOR THE MONTH ROLL, AND THE DAYS IN EACH  *
014100* MONTH (FEBRUARY TAKES 29 IN A YEAR DIVISIBLE BY 4).       *
014200*----------------------------------------------------------*
014300 01  WS-DUE-INPUT            PIC X(08).
014400 01  WS-STEP-DATE            PIC 9(08).
014500 01  WS-STEP-PARTS REDEFINES WS-STEP-DATE.
014600     05 WS-STEP-YYYY         PIC 9(04).
014700     05 WS-STEP-MM           PIC 9(02).
014800     05 WS-STEP-DD           PIC 9(02).
014900 01  WS-MONTH-DAYS-VALUES    PIC X(24)
015000                             VALUE "312831303130313130313031".
015100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
015200     05 WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
015300 01  WS-MONTH-LENGTH         PIC 9(02).
015400 01  WS-LEAP-QUOT            PIC 9(04).
015500 01  WS-LEAP-REM             PIC 9(02).
015600 01  WS-STEP-DAYS            PIC 9(02).
015700 01  WS-DAY-WORK             PIC 9(03).
015800
015900 01  WS-SWITCHES.
016000     05 WS-ARR-STATUS        PIC X(02).
016100         88 WS-ARR-OK        VALUE '00'.
016200         88 WS-ARR-EOF       VALUE '10'.
016300         88 WS-ARR-NOT-FOUND VALUE '35'.
016400     05 WS-WORK-STATUS       PIC X(02).
016500         88 WS-WORK-OK       VALUE '00'.
016600         88 WS-WORK-EOF      VALUE '10'.
016700     05 WS-AUDIT-STATUS      PIC X(02).
016800         88 WS-AUDIT-OK      VALUE '00'.
016900         88 WS-AUDIT-NOT-FOUND VALUE '35'.
017000     05 WS-MASTER-STATUS     PIC X(02).
017100         88 WS-MASTER-OK     VALUE '00'.
017200     05 WS-MEMBER-FOUND-SW   PIC X(01) VALUE 'N'.
017300         88 MEMBER-FOUND     VALUE 'Y'.
017400     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
017500         88 ARRANGEMENT-FOUND VALUE 'Y'.
017600     05 WS-EMPTY-SW          PIC X(01) VALUE 'N'.
017700         88 ARRANGE-EMPTY    VALUE 'Y'.
017800     05 WS-APPLY-FAIL-SW     PIC X(01) VALUE 'N'.
017900         88 APPLY-FAILED     VALUE 'Y'.
018000     05 WS-LIVE-TOUCHED-SW   PIC X(01) VALUE 'N'.
018100         88 LIVE-FILE-TOUCHED VALUE 'Y'.
018200     05 WS-DATE-SW           PIC X(01) VALUE 'N'.
018300         88 DATE-VALID       VALUE 'Y'.
018400
018500 77  WS-COPIED-COUNT         PIC 9(04) COMP VALUE 0.
018600 77  WS-INST-SUB             PIC 9(02) COMP VALUE 0.
018700
018800 01  WS-INST-AMOUNT          PIC 9(04)V99 VALUE 0.
018900 01  WS-INST-TOTAL           PIC 9(05)V99 VALUE 0.
019000
019100 01  WS-CURRENT-DATE-TIME.
019200     05 WS-CURR-DATE         PIC X(08).
019300     05 WS-CURR-TIME         PIC X(06).
019400
019500 01  WS-BAL-EDIT             PIC +$$$$9.99.
019600 01  WS-AMT-EDIT             PIC $$$$9.99.
019700 01  WS-INST-EDIT            PIC Z9.
019800
019820 LINKAGE SECTION.
019840 01  SIGNON-PARM.
019860     COPY SIGNON.
019880
019900 PROCEDURE DIVISION USING SIGNON-PARM.
020000 0000-MAINLINE.
020033     MOVE 'N' TO WS-APPLY-FAIL-SW WS-LIVE-TOUCHED-SW.
020066     MOVE 0 TO WS-COPIED-COUNT.
020100     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
020200     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
020300     PERFORM 1100-GET-ACTION THRU 1100-EXIT.
020400     PERFORM 1200-GET-MEMBER-ID THRU 1200-EXIT.
020500     PERFORM 2000-LOOKUP-MEMBER THRU 2000-EXIT.
020600     IF NOT MEMBER-FOUND
020700         DISPLAY "NO MEMBER FOUND FOR ID " WS-SEARCH-ID
020800         GO TO 0000-GOBACK
020900     END-IF.
021000     MOVE MEMBER-BALANCE TO WS-BAL-EDIT.
021100     DISPLAY "MEMBER " MEMBER-NAME " OWES " WS-BAL-EDIT.
021200     PERFORM 2500-LOOKUP-ARRANGEMENT THRU 2500-EXIT.
021300     IF ACTION-ADD AND ARRANGEMENT-FOUND
021400         DISPLAY "MEMBER " WS-SEARCH-ID " ALREADY HAS A CURRENT"
021500             " ARRANGEMENT - USE C TO CHANGE IT"
021600         GO TO 0000-GOBACK
021700     END-IF.
021800     IF (ACTION-CHANGE OR ACTION-CANCEL) AND NOT ARRANGEMENT-FOUND
021900         DISPLAY "NO CURRENT ARRANGEMENT FOR MEMBER "
022000             WS-SEARCH-ID
022100         GO TO 0000-GOBACK
022200     END-IF.
022300     IF (ACTION-ADD OR ACTION-CHANGE) AND MEMBER-BALANCE NOT > 0
022400         DISPLAY "MEMBER " WS-SEARCH-ID " OWES NOTHING - NO"
022500             " ARRANGEMENT NEEDED"
022600         GO TO 0000-GOBACK
022700     END-IF.
022800     IF ACTION-ADD OR ACTION-CHANGE
022900         PERFORM 3000-GATHER-FIELDS THRU 3000-EXIT
023000         PERFORM 3500-BUILD-SCHEDULE THRU 3500-EXIT
023100         PERFORM 3800-SHOW-SCHEDULE THRU 3800-EXIT
023200         PERFORM 3900-CONFIRM THRU 3900-EXIT
023300         IF NOT CONFIRM-YES
023400             DISPLAY "ARRANGEMENT NOT RECORDED FOR MEMBER "
023500                 WS-SEARCH-ID
023600             GO TO 0000-GOBACK
023700         END-IF
023800     ELSE
023900         MOVE WS-BEFORE-IMAGE TO WS-NEW-ARRANGE
024000         MOVE 'X' TO NW-STATUS
024100         MOVE WS-CURR-DATE TO NW-STATUS-DATE
024200     END-IF.
024300     PERFORM 4000-APPLY-TO-ARRANGE THRU 4000-EXIT.
024400*    SAME TWO FAILURE PHASES AS CLSMAINT: BEFORE THE LIVE FILE
024500*    IS TOUCHED NOTHING HAPPENED; AFTER IT, ARRWORK HOLDS THE
024600*    FULL INTENDED FILE FOR RECOVERY.
024700     IF APPLY-FAILED
024800         IF LIVE-FILE-TOUCHED
024900             DISPLAY "WARNING - THE LIVE ARRANGE FILE MAY BE"
025000                 " INCOMPLETE FOR MEMBER " WS-SEARCH-ID
025100             DISPLAY "ARRWORK HOLDS THE FULL INTENDED FILE -"
025200                 " RESTORE IT BEFORE THE NIGHTLY RUN"
025300             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
025400             GO TO 0000-GOBACK
025500         END-IF
025600         DISPLAY "ARRANGEMENT NOT APPLIED FOR MEMBER "
025700             WS-SEARCH-ID
025800         GO TO 0000-GOBACK
025900     END-IF.
026000     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
026100     DISPLAY "ARRANGEMENT APPLIED FOR MEMBER " WS-SEARCH-ID.
026200 0000-GOBACK.
026300     GOBACK.
026400
026500*----------------------------------------------------------*
026600* 1000-GET-USER-ID - IDENTIFY THE CLERK KEYING THE          *
026700* ARRANGEMENT SO THE AUDIT TRAIL CAN ANSWER "WHO AGREED     *
026800* THIS PLAN".                                               *
026850* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.      *
026900*----------------------------------------------------------*
027000 1000-GET-USER-ID.
027100     MOVE SO-OPER-ID TO WS-USER-ID.
027700 1000-EXIT.
027800     EXIT.
027900
028000 1100-GET-ACTION.
028100     DISPLAY "Action - A(dd), C(hange), X (cancel): "
028200         WITH NO ADVANCING.
028300     ACCEPT WS-ACTION.
028400     IF NOT ACTION-VALID
028500         DISPLAY "INVALID ACTION - ENTER A, C OR X"
028600         GO TO 1100-GET-ACTION
028700     END-IF.
028800 1100-EXIT.
028900     EXIT.
029000
029100 1200-GET-MEMBER-ID.
029200     DISPLAY "Member ID: " WITH NO ADVANCING.
029300     ACCEPT WS-SEARCH-ID.
029400     IF WS-ID-PREFIX NOT ALPHABETIC
029500         OR WS-ID-SUFFIX NOT NUMERIC
029600         OR WS-ID-FILLER NOT = SPACES
029700         DISPLAY "INVALID MEMBER ID - ENTER A LETTER FOLLOWED"
029800         DISPLAY "BY 9 DIGITS, EXAMPLE A123456789"
029900         GO TO 1200-GET-MEMBER-ID
030000     END-IF.
030100 1200-EXIT.
030200     EXIT.
030300
030400 2000-LOOKUP-MEMBER.
030500     MOVE 'N' TO WS-MEMBER-FOUND-SW.
030600     OPEN INPUT MEMBER-MASTER-FILE.
030700     IF NOT WS-MASTER-OK
030800         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
030900             WS-MASTER-STATUS
031000         GOBACK
031100     END-IF.
031200     MOVE WS-SEARCH-ID TO MEMBER-ID.
031300     READ MEMBER-MASTER-FILE
031400         INVALID KEY
031500             MOVE 'N' TO WS-MEMBER-FOUND-SW
031600         NOT INVALID KEY
031700             MOVE 'Y' TO WS-MEMBER-FOUND-SW
031800     END-READ.
031900     CLOSE MEMBER-MASTER-FILE.
032000 2000-EXIT.
032100     EXIT.
032200
032300*----------------------------------------------------------*
032400* 2500-LOOKUP-ARRANGEMENT - ONE PASS OF ARRANGE FOR THE     *
032500* MEMBER'S CURRENT ARRANGEMENT, KEEPING A BEFORE IMAGE IF   *
032600* THERE IS ONE.  ENDED ARRANGEMENTS ARE HISTORY AND DO NOT  *
032700* COUNT.  A MISSING FILE IS ONLY AN ERROR WHEN THE ACTION   *
032800* NEEDS AN EXISTING ARRANGEMENT.                            *
032900*----------------------------------------------------------*
033000 2500-LOOKUP-ARRANGEMENT.
033100     MOVE 'N' TO WS-FOUND-SW.
033200     MOVE 'N' TO WS-EMPTY-SW.
033300     MOVE SPACES TO WS-BEFORE-IMAGE.
033400     OPEN INPUT ARRANGE-FILE.
033500     IF WS-ARR-NOT-FOUND
033600         IF NOT ACTION-ADD
033700             DISPLAY "NO ARRANGEMENTS ON FILE - NOTHING TO"
033800                 " CHANGE OR CANCEL"
033900             GOBACK
034000         END-IF
034100         MOVE 'Y' TO WS-EMPTY-SW
034200         GO TO 2500-EXIT
034300     END-IF.
034400     IF NOT WS-ARR-OK
034500         DISPLAY "ARRANGE OPEN FAILED, STATUS = "
034600             WS-ARR-STATUS
034700         GOBACK
034800     END-IF.
034900     PERFORM 2600-READ-ARRANGE THRU 2600-EXIT.
035000     PERFORM 2700-MATCH-ARRANGE THRU 2700-EXIT
035100         UNTIL WS-ARR-EOF OR ARRANGEMENT-FOUND.
035200     CLOSE ARRANGE-FILE.
035300 2500-EXIT.
035400     EXIT.
035500
035600 2600-READ-ARRANGE.
035700     READ ARRANGE-FILE.
035800 2600-EXIT.
035900     EXIT.
036000
036100 2700-MATCH-ARRANGE.
036200     IF AR-MEMBER-ID = WS-SEARCH-ID AND AR-CURRENT
036300         MOVE 'Y' TO WS-FOUND-SW
036400         MOVE ARRANGE-RECORD TO WS-BEFORE-IMAGE
036500         MOVE AR-AGREED-AMOUNT TO WS-AMT-EDIT
036600         MOVE AR-INSTALL-COUNT TO WS-INST-EDIT
036700         DISPLAY "CURRENT ARRANGEMENT SET " AR-SET-DATE
036800             " BY " AR-SET-BY ": " WS-AMT-EDIT " IN "
036900             WS-INST-EDIT " (" AR-FREQUENCY ") FROM "
037000             AR-DUE-DATE (1)
037100         GO TO 2700-EXIT
037200     END-IF.
037300     PERFORM 2600-READ-ARRANGE THRU 2600-EXIT.
037400 2700-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------*
037800* 3000-GATHER-FIELDS - THE TERMS THE MANAGER AGREED.  A     *
037900* CHANGE IS A FRESH AGREEMENT: IT IS SET TODAY, SO ONLY     *
038000* PAYMENTS FROM TODAY ON COUNT TOWARD IT - KEY WHAT IS      *
038100* STILL OWED UNDER IT, NOT THE ORIGINAL FIGURE.             *
038200*----------------------------------------------------------*
038300 3000-GATHER-FIELDS.
038400     MOVE SPACES TO WS-NEW-ARRANGE.
038500     MOVE WS-SEARCH-ID TO NW-MEMBER-ID.
038600     MOVE 'A' TO NW-STATUS.
038700     MOVE WS-CURR-DATE TO NW-SET-DATE.
038800     MOVE WS-CURR-DATE TO NW-STATUS-DATE.
038900     MOVE WS-USER-ID TO NW-SET-BY.
039000     PERFORM 3100-GET-AMOUNT THRU 3100-EXIT.
039100     PERFORM 3200-GET-COUNT THRU 3200-EXIT.
039200     PERFORM 3300-GET-FREQUENCY THRU 3300-EXIT.
039300     PERFORM 3400-GET-FIRST-DUE THRU 3400-EXIT.
039400 3000-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------*
039800* 3100-GET-AMOUNT - THE AGREED AMOUNT, KEYED LIKE EVERY     *
039900* OTHER AMOUNT AT THE DESK (6 DIGITS, IMPLIED CENTS).  NOT  *
040000* ZERO, AND NOT MORE THAN THE MEMBER OWES.                  *
040100*----------------------------------------------------------*
040200 3100-GET-AMOUNT.
040300     DISPLAY "Agreed amount, 6 digits, implied cents (012500="
040400         WITH NO ADVANCING.
040500     DISPLAY "125.00): " WITH NO ADVANCING.
040600     ACCEPT WS-AMT-INPUT.
040700     INSPECT WS-AMT-INPUT REPLACING LEADING SPACE BY ZERO.
040800     IF NOT WS-AMT-INPUT NUMERIC OR WS-AMT-NUM = 0
040900         DISPLAY "INVALID AMOUNT - ENTER 6 DIGITS, NOT ZERO"
041000         GO TO 3100-GET-AMOUNT
041100     END-IF.
041200     IF WS-AMT-NUM > MEMBER-BALANCE
041300         DISPLAY "AMOUNT IS MORE THAN THE MEMBER OWES ("
041400             WS-BAL-EDIT ")"
041500         GO TO 3100-GET-AMOUNT
041600     END-IF.
041700     MOVE WS-AMT-NUM TO NW-AGREED-AMOUNT.
041800 3100-EXIT.
041900     EXIT.
042000
042100 3200-GET-COUNT.
042200     DISPLAY "Number of installments (1-12): "
042300         WITH NO ADVANCING.
042400     ACCEPT WS-COUNT-INPUT.
042500     INSPECT WS-COUNT-INPUT REPLACING LEADING SPACE BY ZERO.
042600     IF NOT WS-COUNT-INPUT NUMERIC OR NOT COUNT-INPUT-IN-RANGE
042700         DISPLAY "INVALID COUNT - ENTER A NUMBER FROM 1 TO 12"
042800         GO TO 3200-GET-COUNT
042900     END-IF.
043000     MOVE WS-COUNT-NUM TO NW-INSTALL-COUNT.
043100 3200-EXIT.
043200     EXIT.
043300
043400 3300-GET-FREQUENCY.
043500     DISPLAY "Frequency - W(eekly), F(ortnightly), M(onthly): "
043600         WITH NO ADVANCING.
043700     ACCEPT WS-FREQ-INPUT.
043800     IF NOT FREQ-INPUT-VALID
043900         DISPLAY "INVALID FREQUENCY - ENTER W, F OR M"
044000         GO TO 3300-GET-FREQUENCY
044100     END-IF.
044200     MOVE WS-FREQ-INPUT TO NW-FREQUENCY.
044300 3300-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------*
044700* 3400-GET-FIRST-DUE - A REAL CALENDAR DATE, NOT BEFORE     *
044800* TODAY.  A MONTHLY PLAN FALLS ON THE SAME DAY EACH MONTH,  *
044900* SO ITS DAY MUST BE 28 OR EARLIER TO EXIST IN EVERY MONTH. *
045000*----------------------------------------------------------*
045100 3400-GET-FIRST-DUE.
045200     DISPLAY "First installment due (YYYYMMDD): "
045300         WITH NO ADVANCING.
045400     ACCEPT WS-DUE-INPUT.
045500     PERFORM 3450-CHECK-DATE THRU 3450-EXIT.
045600     IF NOT DATE-VALID
045700         DISPLAY "INVALID DATE - ENTER A REAL DATE, YYYYMMDD"
045800         GO TO 3400-GET-FIRST-DUE
045900     END-IF.
046000     IF WS-DUE-INPUT < WS-CURR-DATE
046100         DISPLAY "FIRST DUE DATE MAY NOT BE BEFORE TODAY"
046200         GO TO 3400-GET-FIRST-DUE
046300     END-IF.
046400     IF NW-MONTHLY AND WS-STEP-DD > 28
046500         DISPLAY "A MONTHLY PLAN MUST FALL ON DAY 1 TO 28"
046600         GO TO 3400-GET-FIRST-DUE
046700     END-IF.
046800 3400-EXIT.
046900     EXIT.
047000
047100 3450-CHECK-DATE.
047200     MOVE 'N' TO WS-DATE-SW.
047300     IF WS-DUE-INPUT NOT NUMERIC
047400         GO TO 3450-EXIT
047500     END-IF.
047600     MOVE WS-DUE-INPUT TO WS-STEP-DATE.
047700     IF WS-STEP-MM < 1 OR WS-STEP-MM > 12 OR WS-STEP-DD < 1
047800         GO TO 3450-EXIT
047900     END-IF.
048000     PERFORM 3460-MONTH-LENGTH THRU 3460-EXIT.
048100     IF WS-STEP-DD > WS-MONTH-LENGTH
048200         GO TO 3450-EXIT
048300     END-IF.
048400     MOVE 'Y' TO WS-DATE-SW.
048500 3450-EXIT.
048600     EXIT.
048700
048800 3460-MONTH-LENGTH.
048900     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-LENGTH.
049000     IF WS-STEP-MM = 2
049100         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT
049200             REMAINDER WS-LEAP-REM
049300         IF WS-LEAP-REM = 0
049400             MOVE 29 TO WS-MONTH-LENGTH
049500         END-IF
049600     END-IF.
049700 3460-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------*
050100* 3500-BUILD-SCHEDULE - EQUAL INSTALLMENTS TO THE CENT;     *
050200* THE LAST ONE TAKES WHATEVER IS LEFT SO THE SCHEDULE ADDS  *
050300* UP TO THE AGREED AMOUNT EXACTLY.  DUE DATES STEP 7 OR 14  *
050400* DAYS, OR ONE MONTH, FROM THE FIRST.                       *
050500*----------------------------------------------------------*
050600 3500-BUILD-SCHEDULE.
050700     COMPUTE WS-INST-AMOUNT = NW-AGREED-AMOUNT / NW-INSTALL-COUNT.
050800     MOVE 0 TO WS-INST-TOTAL.
050900     MOVE WS-DUE-INPUT TO WS-STEP-DATE.
051000     PERFORM 3600-SCHEDULE-ONE THRU 3600-EXIT
051100         VARYING WS-INST-SUB FROM 1 BY 1
051200         UNTIL WS-INST-SUB > NW-INSTALL-COUNT.
051300 3500-EXIT.
051400     EXIT.
051500
051600 3600-SCHEDULE-ONE.
051700     MOVE WS-STEP-DATE TO NW-DUE-DATE (WS-INST-SUB).
051800     IF WS-INST-SUB = NW-INSTALL-COUNT
051900         COMPUTE NW-DUE-AMOUNT (WS-INST-SUB) =
052000             NW-AGREED-AMOUNT - WS-INST-TOTAL
052100     ELSE
052200         MOVE WS-INST-AMOUNT TO NW-DUE-AMOUNT (WS-INST-SUB)
052300         ADD WS-INST-AMOUNT TO WS-INST-TOTAL
052400     END-IF.
052500     IF NW-MONTHLY
052600         ADD 1 TO WS-STEP-MM
052700         IF WS-STEP-MM > 12
052800             MOVE 1 TO WS-STEP-MM
052900             ADD 1 TO WS-STEP-YYYY
053000         END-IF
053100         GO TO 3600-EXIT
053200     END-IF.
053300     IF NW-WEEKLY
053400         MOVE 7 TO WS-STEP-DAYS
053500     ELSE
053600         MOVE 14 TO WS-STEP-DAYS
053700     END-IF.
053800     PERFORM 3700-ADD-DAYS THRU 3700-EXIT.
053900 3600-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------*
054300* 3700-ADD-DAYS - MOVE WS-STEP-DATE ON BY WS-STEP-DAYS,     *
054400* ROLLING INTO THE NEXT MONTH (AND YEAR) AS NEEDED.  A STEP *
054500* IS AT MOST 14 DAYS, SO ONE ROLL IS ALWAYS ENOUGH.         *
054600*----------------------------------------------------------*
054700 3700-ADD-DAYS.
054800     COMPUTE WS-DAY-WORK = WS-STEP-DD + WS-STEP-DAYS.
054900     PERFORM 3460-MONTH-LENGTH THRU 3460-EXIT.
055000     IF WS-DAY-WORK > WS-MONTH-LENGTH
055100         SUBTRACT WS-MONTH-LENGTH FROM WS-DAY-WORK
055200         ADD 1 TO WS-STEP-MM
055300         IF WS-STEP-MM > 12
055400             MOVE 1 TO WS-STEP-MM
055500             ADD 1 TO WS-STEP-YYYY
055600         END-IF
055700     END-IF.
055800     MOVE WS-DAY-WORK TO WS-STEP-DD.
055900 3700-EXIT.
056000     EXIT.
056100
056200 3800-SHOW-SCHEDULE.
056300     MOVE NW-AGREED-AMOUNT TO WS-AMT-EDIT.
056400     DISPLAY "SCHEDULE FOR " WS-SEARCH-ID " - " WS-AMT-EDIT
056500         " AGREED:".
056600     PERFORM 3810-SHOW-ONE THRU 3810-EXIT
056700         VARYING WS-INST-SUB FROM 1 BY 1
056800         UNTIL WS-INST-SUB > NW-INSTALL-COUNT.
056900 3800-EXIT.
057000     EXIT.
057100
057200 3810-SHOW-ONE.
057300     MOVE WS-INST-SUB TO WS-INST-EDIT.
057400     MOVE NW-DUE-AMOUNT (WS-INST-SUB) TO WS-AMT-EDIT.
057500     DISPLAY "  " WS-INST-EDIT ".  DUE " NW-DUE-DATE (WS-INST-SUB)
057600         "  " WS-AMT-EDIT.
057700 3810-EXIT.
057800     EXIT.
057900
058000 3900-CONFIRM.
058100     DISPLAY "Record this arrangement? (Y/N): " WITH NO ADVANCING.
058200     ACCEPT WS-CONFIRM-ANSWER.
058300     IF NOT CONFIRM-ANSWER-VALID
058400         DISPLAY "INVALID ANSWER - ENTER Y OR N"
058500         GO TO 3900-CONFIRM
058600     END-IF.
058700 3900-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------*
059100* 4000-APPLY-TO-ARRANGE - COPY ARRANGE THROUGH THE WORK     *
059200* FILE APPLYING THE ACTION: A CHANGE OR CANCEL SWAPS THE    *
059300* NEW IMAGE IN FOR THE MEMBER'S CURRENT ARRANGEMENT, AN ADD *
059400* APPENDS AT THE END.  THE WORK FILE THEN REPLACES ARRANGE, *
059500* SO A FAILURE BEFORE THAT POINT LEAVES THE LIVE FILE       *
059600* UNTOUCHED.                                                *
059700*----------------------------------------------------------*
059800 4000-APPLY-TO-ARRANGE.
059900     OPEN OUTPUT ARRANGE-WORK-FILE.
060000     IF NOT WS-WORK-OK
060100         DISPLAY "ARRWORK OPEN FAILED, STATUS = "
060200             WS-WORK-STATUS
060300         MOVE 'Y' TO WS-APPLY-FAIL-SW
060400         GO TO 4000-EXIT
060500     END-IF.
060600     IF NOT ARRANGE-EMPTY
060700         OPEN INPUT ARRANGE-FILE
060800         IF NOT WS-ARR-OK
060900             DISPLAY "ARRANGE REOPEN FAILED, STATUS = "
061000                 WS-ARR-STATUS
061100             MOVE 'Y' TO WS-APPLY-FAIL-SW
061200             CLOSE ARRANGE-WORK-FILE
061300             GO TO 4000-EXIT
061400         END-IF
061500         PERFORM 2600-READ-ARRANGE THRU 2600-EXIT
061600         PERFORM 4100-COPY-RECORD THRU 4100-EXIT
061700             UNTIL WS-ARR-EOF
061800         CLOSE ARRANGE-FILE
061900     END-IF.
062000     IF ACTION-ADD AND NOT APPLY-FAILED
062100         MOVE SPACES TO ARRANGE-WORK-RECORD
062200         MOVE WS-NEW-ARRANGE TO ARRANGE-WORK-RECORD
062300         PERFORM 4200-WRITE-WORK THRU 4200-EXIT
062400     END-IF.
062500     CLOSE ARRANGE-WORK-FILE.
062600     IF NOT APPLY-FAILED
062700         PERFORM 5000-REWRITE-ARRANGE THRU 5000-EXIT
062800     END-IF.
062900 4000-EXIT.
063000     EXIT.
063100
063200 4100-COPY-RECORD.
063300     MOVE SPACES TO ARRANGE-WORK-RECORD.
063400     IF AR-MEMBER-ID = WS-SEARCH-ID AND AR-CURRENT
063500         MOVE WS-NEW-ARRANGE TO ARRANGE-WORK-RECORD
063600     ELSE
063700         MOVE ARRANGE-RECORD TO ARRANGE-WORK-RECORD
063800     END-IF.
063900     PERFORM 4200-WRITE-WORK THRU 4200-EXIT.
064000     PERFORM 2600-READ-ARRANGE THRU 2600-EXIT.
064100 4100-EXIT.
064200     EXIT.
064300
064400 4200-WRITE-WORK.
064500     WRITE ARRANGE-WORK-RECORD.
064600     IF NOT WS-WORK-OK
064700         DISPLAY "ARRWORK WRITE FAILED, STATUS = "
064800             WS-WORK-STATUS
064900         MOVE 'Y' TO WS-APPLY-FAIL-SW
065000     END-IF.
065100 4200-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------*
065500* 5000-REWRITE-ARRANGE - THE WORK FILE BECOMES THE LIVE     *
065600* ARRANGEMENT FILE.                                         *
065700*----------------------------------------------------------*
065800 5000-REWRITE-ARRANGE.
065900     OPEN OUTPUT ARRANGE-FILE.
066000     IF NOT WS-ARR-OK
066100         DISPLAY "ARRANGE REWRITE FAILED, STATUS = "
066200             WS-ARR-STATUS
066300         MOVE 'Y' TO WS-APPLY-FAIL-SW
066400         GO TO 5000-EXIT
066500     END-IF.
066600     MOVE 'Y' TO WS-LIVE-TOUCHED-SW.
066700     OPEN INPUT ARRANGE-WORK-FILE.
066800     IF NOT WS-WORK-OK
066900         DISPLAY "ARRWORK REOPEN FAILED, STATUS = "
067000             WS-WORK-STATUS
067100         MOVE 'Y' TO WS-APPLY-FAIL-SW
067200         CLOSE ARRANGE-FILE
067300         GO TO 5000-EXIT
067400     END-IF.
067500     PERFORM 5100-READ-WORK THRU 5100-EXIT.
067600     PERFORM 5200-COPY-BACK THRU 5200-EXIT
067700         UNTIL WS-WORK-EOF.
067800     CLOSE ARRANGE-WORK-FILE.
067900     CLOSE ARRANGE-FILE.
068000 5000-EXIT.
068100     EXIT.
068200
068300 5100-READ-WORK.
068400     READ ARRANGE-WORK-FILE.
068500 5100-EXIT.
068600     EXIT.
068700
068800 5200-COPY-BACK.
068900     MOVE SPACES TO ARRANGE-RECORD.
069000     MOVE ARRANGE-WORK-RECORD TO ARRANGE-RECORD.
069100     WRITE ARRANGE-RECORD.
069200     IF NOT WS-ARR-OK
069300         DISPLAY "ARRANGE WRITE FAILED, STATUS = "
069400             WS-ARR-STATUS
069500         MOVE 'Y' TO WS-APPLY-FAIL-SW
069600     END-IF.
069700     ADD 1 TO WS-COPIED-COUNT.
069800     PERFORM 5100-READ-WORK THRU 5100-EXIT.
069900 5200-EXIT.
070000     EXIT.
070100
070200*----------------------------------------------------------*
070300* 6000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER IMAGE OF THE   *
070400* ARRANGEMENT JUST APPLIED, STAMPED WITH DATE, TIME AND THE *
070500* CLERK ID.  ARRCHK WRITES ITS OWN CANCELLATIONS HERE TOO.  *
070600*----------------------------------------------------------*
070700 6000-WRITE-AUDIT.
070800     MOVE WS-NEW-ARRANGE TO WS-AFTER-IMAGE.
070900     OPEN EXTEND ARRANGE-AUDIT-FILE.
071000     IF WS-AUDIT-NOT-FOUND
071100         OPEN OUTPUT ARRANGE-AUDIT-FILE
071200     END-IF.
071300     IF NOT WS-AUDIT-OK
071400         DISPLAY "ARRAUDIT OPEN FAILED, STATUS = "
071500             WS-AUDIT-STATUS
071600         GO TO 6000-EXIT
071700     END-IF.
071800     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
071900     ACCEPT WS-CURR-TIME FROM TIME.
072000     MOVE SPACES TO ARRANGE-AUDIT-RECORD.
072100     MOVE WS-CURR-DATE    TO AA-DATE.
072200     MOVE WS-CURR-TIME    TO AA-TIME.
072300     MOVE WS-USER-ID      TO AA-USER.
072400     MOVE WS-ACTION       TO AA-ACTION.
072500     MOVE WS-SEARCH-ID    TO AA-MEMBER-ID.
072600     MOVE WS-BEFORE-IMAGE TO AA-BEFORE-IMAGE.
072700     MOVE WS-AFTER-IMAGE  TO AA-AFTER-IMAGE.
072800     WRITE ARRANGE-AUDIT-RECORD.
072900     IF NOT WS-AUDIT-OK
073000         DISPLAY "ARRAUDIT WRITE FAILED, STATUS = "
073100             WS-AUDIT-STATUS
073200     END-IF.
073300     CLOSE ARRANGE-AUDIT-FILE.
073400 6000-EXIT.
073500     EXIT.
