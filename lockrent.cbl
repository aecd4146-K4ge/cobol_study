000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOCKRENT.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  LOCKER RENTAL FROM THE KIOSK
001000*                      MENU, REPLACING THE CLIPBOARD AT THE
001100*                      DESK.  ACTIONS: A ASSIGNS A FREE
001200*                      LOCKER TO A MEMBER FOR 1 TO 12 MONTHS,
001300*                      N RENEWS A RENTED ONE FOR MORE MONTHS
001400*                      FROM ITS PAID-TO DATE (SO MONTHS IT
001500*                      SAT OVERDUE ARE BILLED TOO), R
001600*                      RELEASES IT AND BILLS ANY MONTH OR
001700*                      PART MONTH IT WAS KEPT PAST ITS
001800*                      PAID-TO DATE, M ADDS A LOCKER OR
001900*                      CHANGES ITS SIZE, LOCATION OR
002000*                      FREE/OUT-OF-SERVICE STATUS.  A AND N
002100*                      ARE REFUSED FOR A SUSPENDED OR
002200*                      CANCELLED MEMBER THE SAME WAY INANDOUT
002300*                      REFUSES THEM AT THE DOOR, AND FOR AN
002400*                      ID NOT ON THE MEMBER MASTER (THERE IS
002500*                      NO BALANCE TO CHARGE).  THE CHARGE IS
002600*                      THE LOCKRATE MONTHLY RATE FOR THE
002700*                      LOCKER'S SIZE TIMES THE MONTHS, AND IS
002800*                      WRITTEN TO LOCKTRAN FOR THE NIGHTLY
002900*                      LOCKPOST STEP TO POST TO THE BALANCE
003000*                      THROUGH FEEAUDIT LIKE ANY OTHER FEE.
003100*                      LOCKMAST IS PLAIN SEQUENTIAL, SO THIS
003200*                      IS THE CLSMAINT COPY-THROUGH-A-WORK-
003300*                      FILE PASS, AND EVERY APPLIED ACTION
003400*                      GETS A BEFORE/AFTER IMAGE ON LOCKAUD.
003420*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
003440*                      SIGNED ON AT THE KIOSK, PASSED BY
003460*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
003480*                      OF BEING KEYED FREELY HERE.
003482*   2026-10-15  KAGE   SWITCHES, THE CHARGE AMOUNT AND
003485*                      MONTHS AND THE HOLDER ID ARE CLEARED
003488*                      ON EVERY CALL - THE KIOSK DRIVER
003491*                      KEEPS WORKING STORAGE, SO A REFUSAL
003494*                      OR A CHARGE COULD CARRY INTO THE
003497*                      NEXT ACTION.
003500*
003600* LOCKRATE ROWS.
003700*   LOCKER SIZE (S, M OR L) AND MONTHLY RATE (9(03)V99).
003800*   HAND-MAINTAINED, LIKE PLANMAST.
003900*----------------------------------------------------------*
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT LOCKER-FILE ASSIGN TO "LOCKMAST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-LOCK-STATUS.
004700
004800     SELECT LOCKER-WORK-FILE ASSIGN TO "LOCKWORK"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-WORK-STATUS.
005100
005200     SELECT LOCKER-AUDIT-FILE ASSIGN TO "LOCKAUD"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-AUDIT-STATUS.
005500
005600     SELECT LOCK-RATE-FILE ASSIGN TO "LOCKRATE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RATE-STATUS.
005900
006000     SELECT LOCK-TRANS-FILE ASSIGN TO "LOCKTRAN"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-TRANS-STATUS.
006300
006400     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS MEMBER-ID
006800         FILE STATUS IS WS-MASTER-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  LOCKER-FILE.
007300 01  LOCKER-RECORD.
007400     COPY LOCKER.
007500
007600 FD  LOCKER-WORK-FILE.
007700 01  LOCKER-WORK-RECORD      PIC X(69).
007800
007900 FD  LOCKER-AUDIT-FILE.
008000 01  LOCKER-AUDIT-RECORD.
008100     05 LA-DATE              PIC X(08).
008200     05 FILLER               PIC X(01).
008300     05 LA-TIME              PIC X(06).
008400     05 FILLER               PIC X(01).
008500     05 LA-USER              PIC X(08).
008600     05 FILLER               PIC X(01).
008700     05 LA-ACTION            PIC X(01).
008800     05 FILLER               PIC X(01).
008900     05 LA-LOCKER-NO         PIC X(05).
009000     05 FILLER               PIC X(01).
009100     05 LA-MEMBER-ID         PIC X(20).
009200     05 FILLER               PIC X(01).
009300     05 LA-BEFORE-IMAGE      PIC X(69).
009400     05 FILLER               PIC X(01).
009500     05 LA-AFTER-IMAGE       PIC X(69).
009600
009700 FD  LOCK-RATE-FILE.
009800 01  LOCK-RATE-RECORD.
009900     05 LR-SIZE              PIC X(01).
010000     05 FILLER               PIC X(01).
010100     05 LR-RATE              PIC 9(03)V99.
010200
010300 FD  LOCK-TRANS-FILE.
010400 01  LOCK-TRANS-RECORD.
010500     05 LT-MEMBER-ID         PIC X(20).
010600     05 FILLER               PIC X(01).
010700     05 LT-LOCKER-NO         PIC X(05).
010800     05 FILLER               PIC X(01).
010900     05 LT-ACTION            PIC X(01).
011000     05 FILLER               PIC X(01).
011100     05 LT-MONTHS            PIC 9(02).
011200     05 FILLER               PIC X(01).
011300     05 LT-AMOUNT            PIC 9(04)V99.
011400     05 FILLER               PIC X(01).
011500     05 LT-DATE              PIC X(08).
011600     05 FILLER               PIC X(01).
011700     05 LT-TIME              PIC X(06).
011800     05 FILLER               PIC X(01).
011900     05 LT-CLERK             PIC X(08).
012000
012100 FD  MEMBER-MASTER-FILE.
012200 01  MEMBER-MASTER-RECORD.
012300     COPY MEMBER.
012400
012500 WORKING-STORAGE SECTION.
012600 01  WS-USER-ID              PIC X(08).
012700 01  WS-ACTION               PIC X(01).
012800     88 ACTION-ASSIGN        VALUE 'A'.
012900     88 ACTION-RENEW         VALUE 'N'.
013000     88 ACTION-RELEASE       VALUE 'R'.
013100     88 ACTION-MAINTAIN      VALUE 'M'.
013200     88 ACTION-VALID         VALUE 'A' 'N' 'R' 'M'.
013300
013400 01  WS-LOCKER-ID            PIC X(05).
013500
013600 01  WS-SEARCH-ID            PIC X(20) VALUE SPACES.
013700 01  WS-SEARCH-ID-PARTS REDEFINES WS-SEARCH-ID.
013800     05 WS-ID-PREFIX         PIC X(01).
013900     05 WS-ID-SUFFIX         PIC 9(09).
014000     05 WS-ID-FILLER         PIC X(10).
014100
014200 01  WS-NEW-LOCKER.
014300     COPY LOCKER
014400         REPLACING ==LK-LOCKER-NO==     BY ==NW-LOCKER-NO==
014500                   ==LK-SIZE-VALID==    BY ==NW-SIZE-VALID==
014600                   ==LK-SIZE==          BY ==NW-SIZE==
014700                   ==LK-SMALL==         BY ==NW-SMALL==
014800                   ==LK-MEDIUM==        BY ==NW-MEDIUM==
014900                   ==LK-LARGE==         BY ==NW-LARGE==
015000                   ==LK-LOCATION==      BY ==NW-LOCATION==
015100                   ==LK-STATUS-VALID==  BY ==NW-STATUS-VALID==
015200                   ==LK-STATUS==        BY ==NW-STATUS==
015300                   ==LK-FREE==          BY ==NW-FREE==
015400                   ==LK-RENTED==        BY ==NW-RENTED==
015500                   ==LK-OUT-OF-SERVICE==
015600                       BY ==NW-OUT-OF-SERVICE==
015700                   ==LK-MEMBER-ID==     BY ==NW-MEMBER-ID==
015800                   ==LK-START-DATE==    BY ==NW-START-DATE==
015900                   ==LK-PAID-TO-NUM==   BY ==NW-PAID-TO-NUM==
016000                   ==LK-PAID-TO==       BY ==NW-PAID-TO==.
016100
016200 01  WS-BEFORE-IMAGE         PIC X(69).
016300 01  WS-AFTER-IMAGE          PIC X(69).
016400
016500 01  WS-MONTHS-INPUT         PIC X(02) JUSTIFIED RIGHT.
016600 01  WS-MONTHS-NUM REDEFINES WS-MONTHS-INPUT
016700                             PIC 9(02).
016800     88 MONTHS-INPUT-IN-RANGE VALUE 1 THRU 12.
016900 01  WS-SIZE-INPUT           PIC X(01).
017000     88 SIZE-INPUT-VALID     VALUE 'S' 'M' 'L'.
017100 01  WS-STATUS-INPUT         PIC X(01).
017200     88 STATUS-INPUT-VALID   VALUE 'F' 'O'.
017300 01  WS-LOCATION-INPUT       PIC X(20).
017400 01  WS-CONFIRM-ANSWER       PIC X(01).
017500     88 CONFIRM-YES          VALUE 'Y'.
017600     88 CONFIRM-ANSWER-VALID VALUE 'Y' 'N'.
017700
017800*----------------------------------------------------------*
017900* PAID-TO ARITHMETIC.  WS-BASE-DATE MOVED ON BY             *
018000* WS-ADD-MONTHS LANDS IN WS-STEP-DATE, KEEPING THE DAY OF   *
018100* THE MONTH WHERE IT EXISTS AND TAKING THE LAST DAY OF THE  *
018200* MONTH WHERE IT DOES NOT (FEBRUARY TAKES 29 IN A YEAR      *
018300* DIVISIBLE BY 4).                                          *
018400*----------------------------------------------------------*
018500 01  WS-BASE-DATE            PIC 9(08).
018600 01  WS-STEP-DATE            PIC 9(08).
018700 01  WS-STEP-PARTS REDEFINES WS-STEP-DATE.
018800     05 WS-STEP-YYYY         PIC 9(04).
018900     05 WS-STEP-MM           PIC 9(02).
019000     05 WS-STEP-DD           PIC 9(02).
019100 01  WS-ADD-MONTHS           PIC 9(03).
019200 01  WS-MONTH-WORK           PIC 9(03).
019300 01  WS-YEAR-ADD             PIC 9(02).
019400 01  WS-MONTH-REM            PIC 9(02).
019500 01  WS-MONTH-DAYS-VALUES    PIC X(24)
019600                             VALUE "312831303130313130313031".
019700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
019800     05 WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
019900 01  WS-MONTH-LENGTH         PIC 9(02).
020000 01  WS-LEAP-QUOT            PIC 9(04).
020100 01  WS-LEAP-REM             PIC 9(02).
020200
020300 01  WS-SWITCHES.
020400     05 WS-LOCK-STATUS       PIC X(02).
020500         88 WS-LOCK-OK       VALUE '00'.
020600         88 WS-LOCK-EOF      VALUE '10'.
020700         88 WS-LOCK-NOT-FOUND VALUE '35'.
020800     05 WS-WORK-STATUS       PIC X(02).
020900         88 WS-WORK-OK       VALUE '00'.
021000         88 WS-WORK-EOF      VALUE '10'.
021100     05 WS-AUDIT-STATUS      PIC X(02).
021200         88 WS-AUDIT-OK      VALUE '00'.
021300         88 WS-AUDIT-NOT-FOUND VALUE '35'.
021400     05 WS-RATE-STATUS       PIC X(02).
021500         88 WS-RATE-OK       VALUE '00'.
021600         88 WS-RATE-EOF      VALUE '10'.
021700     05 WS-TRANS-STATUS      PIC X(02).
021800         88 WS-TRANS-OK      VALUE '00'.
021900         88 WS-TRANS-NOT-FOUND VALUE '35'.
022000     05 WS-MASTER-STATUS     PIC X(02).
022100         88 WS-MASTER-OK     VALUE '00'.
022200     05 WS-MEMBER-FOUND-SW   PIC X(01) VALUE 'N'.
022300         88 MEMBER-FOUND     VALUE 'Y'.
022400     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
022500         88 LOCKER-FOUND     VALUE 'Y'.
022600     05 WS-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
022700         88 RATE-FOUND       VALUE 'Y'.
022800     05 WS-EMPTY-SW          PIC X(01) VALUE 'N'.
022900         88 LOCKMAST-EMPTY   VALUE 'Y'.
023000     05 WS-REFUSE-SW         PIC X(01) VALUE 'N'.
023100         88 ACTION-REFUSED   VALUE 'Y'.
023200     05 WS-UNBILLED-SW       PIC X(01) VALUE 'N'.
023300         88 OVERDUE-UNBILLED VALUE 'Y'.
023400     05 WS-APPLY-FAIL-SW     PIC X(01) VALUE 'N'.
023500         88 APPLY-FAILED     VALUE 'Y'.
023600     05 WS-LIVE-TOUCHED-SW   PIC X(01) VALUE 'N'.
023700         88 LIVE-FILE-TOUCHED VALUE 'Y'.
023800
023900 77  WS-COPIED-COUNT         PIC 9(04) COMP VALUE 0.
024000
024100 01  WS-RATE                 PIC 9(03)V99 VALUE 0.
024200 01  WS-CHARGE-MONTHS        PIC 9(02) VALUE 0.
024300 01  WS-CHARGE-AMOUNT        PIC 9(04)V99 VALUE 0.
024400
024500 01  WS-KLOG.
024600     COPY KLOGREC.
024700
024800 01  WS-CURRENT-DATE-TIME.
024900     05 WS-CURR-DATE         PIC X(08).
025000     05 WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
025100                             PIC 9(08).
025200     05 WS-CURR-TIME         PIC X(06).
025300
025400 01  WS-AMT-EDIT             PIC $$$$9.99.
025500 01  WS-MONTHS-EDIT          PIC Z9.
025600
025620 LINKAGE SECTION.
025640 01  SIGNON-PARM.
025660     COPY SIGNON.
025680
025700 PROCEDURE DIVISION USING SIGNON-PARM.
025800 0000-MAINLINE.
025816     MOVE 'N' TO WS-MEMBER-FOUND-SW WS-FOUND-SW WS-RATE-FOUND-SW
025833         WS-EMPTY-SW WS-REFUSE-SW WS-UNBILLED-SW
025850         WS-APPLY-FAIL-SW WS-LIVE-TOUCHED-SW.
025866     MOVE 0 TO WS-CHARGE-AMOUNT WS-CHARGE-MONTHS.
025883     MOVE SPACES TO WS-SEARCH-ID.
025900     MOVE "LOCKRENT" TO KLOG-PROGRAM.
026000     CALL "RUNDT" USING WS-CURR-DATE.
026100     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
026200     PERFORM 1100-GET-ACTION THRU 1100-EXIT.
026300     PERFORM 1200-GET-LOCKER-NO THRU 1200-EXIT.
026400     PERFORM 2000-LOOKUP-LOCKER THRU 2000-EXIT.
026500     IF NOT ACTION-MAINTAIN AND NOT LOCKER-FOUND
026600         DISPLAY "NO LOCKER " WS-LOCKER-ID " ON FILE"
026700         GO TO 0000-GOBACK
026800     END-IF.
026900     IF ACTION-MAINTAIN
027000         PERFORM 3000-MAINTAIN-LOCKER THRU 3000-EXIT
027100     END-IF.
027200     IF ACTION-ASSIGN
027300         PERFORM 3100-ASSIGN-LOCKER THRU 3100-EXIT
027400     END-IF.
027500     IF ACTION-RENEW
027600         PERFORM 3200-RENEW-LOCKER THRU 3200-EXIT
027700     END-IF.
027800     IF ACTION-RELEASE
027900         PERFORM 3300-RELEASE-LOCKER THRU 3300-EXIT
028000     END-IF.
028100     IF ACTION-REFUSED
028200         GO TO 0000-GOBACK
028300     END-IF.
028400     PERFORM 1500-CONFIRM THRU 1500-EXIT.
028500     IF NOT CONFIRM-YES
028600         DISPLAY "NOTHING CHANGED FOR LOCKER " WS-LOCKER-ID
028700         GO TO 0000-GOBACK
028800     END-IF.
028900     PERFORM 4000-APPLY-TO-LOCKMAST THRU 4000-EXIT.
029000*    SAME TWO FAILURE PHASES AS CLSMAINT: BEFORE THE LIVE FILE
029100*    IS TOUCHED NOTHING HAPPENED; AFTER IT, LOCKWORK HOLDS THE
029200*    FULL INTENDED FILE FOR RECOVERY.  NO CHARGE IS WRITTEN
029300*    UNLESS THE LOCKER CHANGE WENT IN.
029400     IF APPLY-FAILED
029500         IF LIVE-FILE-TOUCHED
029600             DISPLAY "WARNING - THE LIVE LOCKMAST FILE MAY BE"
029700                 " INCOMPLETE FOR LOCKER " WS-LOCKER-ID
029800             DISPLAY "LOCKWORK HOLDS THE FULL INTENDED FILE -"
029900                 " RESTORE IT BEFORE THE NIGHTLY RUN"
030000             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
030100             GO TO 0000-GOBACK
030200         END-IF
030300         DISPLAY "LOCKER " WS-LOCKER-ID " NOT UPDATED"
030400         GO TO 0000-GOBACK
030500     END-IF.
030600     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
030700     IF WS-CHARGE-AMOUNT > 0
030800         PERFORM 7000-WRITE-CHARGE THRU 7000-EXIT
030900     END-IF.
031000     IF OVERDUE-UNBILLED
031100         MOVE WS-SEARCH-ID TO KLOG-MEMBER-ID
031200         MOVE 'W'          TO KLOG-SEVERITY
031300         MOVE "LCK002"     TO KLOG-MSG-CODE
031400         MOVE "OVERDUE LOCKER RELEASED - NOT BILLED"
031500             TO KLOG-MSG-TEXT
031600         CALL "KLOGWRT" USING WS-KLOG
031700     END-IF.
031800     DISPLAY "LOCKER " WS-LOCKER-ID " UPDATED".
031900 0000-GOBACK.
032000     GOBACK.
032100
032200*----------------------------------------------------------*
032300* 1000-GET-USER-ID - IDENTIFY THE CLERK AT THE DESK SO THE  *
032400* AUDIT TRAIL AND THE CHARGE CAN ANSWER "WHO RENTED THIS".  *
032450* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.      *
032500*----------------------------------------------------------*
032600 1000-GET-USER-ID.
032700     MOVE SO-OPER-ID TO WS-USER-ID.
033300 1000-EXIT.
033400     EXIT.
033500
033600 1100-GET-ACTION.
033700     DISPLAY "Action - A(ssign), re(N)ew, R(elease), "
033800         WITH NO ADVANCING.
033900     DISPLAY "M(aintain locker): " WITH NO ADVANCING.
034000     ACCEPT WS-ACTION.
034100     IF NOT ACTION-VALID
034200         DISPLAY "INVALID ACTION - ENTER A, N, R OR M"
034300         GO TO 1100-GET-ACTION
034400     END-IF.
034500 1100-EXIT.
034600     EXIT.
034700
034800 1200-GET-LOCKER-NO.
034900     DISPLAY "Locker number: " WITH NO ADVANCING.
035000     ACCEPT WS-LOCKER-ID.
035100     IF WS-LOCKER-ID = SPACES
035200         DISPLAY "LOCKER NUMBER MAY NOT BE BLANK"
035300         GO TO 1200-GET-LOCKER-NO
035400     END-IF.
035500 1200-EXIT.
035600     EXIT.
035700
035800 1300-GET-MEMBER-ID.
035900     DISPLAY "Member ID: " WITH NO ADVANCING.
036000     ACCEPT WS-SEARCH-ID.
036100     IF WS-ID-PREFIX NOT ALPHABETIC
036200         OR WS-ID-SUFFIX NOT NUMERIC
036300         OR WS-ID-FILLER NOT = SPACES
036400         DISPLAY "INVALID MEMBER ID - ENTER A LETTER FOLLOWED"
036500         DISPLAY "BY 9 DIGITS, EXAMPLE A123456789"
036600         GO TO 1300-GET-MEMBER-ID
036700     END-IF.
036800 1300-EXIT.
036900     EXIT.
037000
037100 1400-GET-MONTHS.
037200     DISPLAY "Months to rent (1-12): " WITH NO ADVANCING.
037300     ACCEPT WS-MONTHS-INPUT.
037400     INSPECT WS-MONTHS-INPUT REPLACING LEADING SPACE BY ZERO.
037500     IF NOT WS-MONTHS-INPUT NUMERIC OR NOT MONTHS-INPUT-IN-RANGE
037600         DISPLAY "INVALID MONTHS - ENTER A NUMBER FROM 1 TO 12"
037700         GO TO 1400-GET-MONTHS
037800     END-IF.
037900     MOVE WS-MONTHS-NUM TO WS-CHARGE-MONTHS.
038000 1400-EXIT.
038100     EXIT.
038200
038300 1500-CONFIRM.
038400     DISPLAY "Go ahead? (Y/N): " WITH NO ADVANCING.
038500     ACCEPT WS-CONFIRM-ANSWER.
038600     IF NOT CONFIRM-ANSWER-VALID
038700         DISPLAY "INVALID ANSWER - ENTER Y OR N"
038800         GO TO 1500-CONFIRM
038900     END-IF.
039000 1500-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------*
039400* 2000-LOOKUP-LOCKER - ONE PASS OF LOCKMAST FOR THE LOCKER, *
039500* KEEPING A BEFORE IMAGE AND STARTING THE NEW IMAGE FROM    *
039600* IT.  A MISSING FILE IS ONLY AN ERROR WHEN THE ACTION      *
039700* NEEDS AN EXISTING LOCKER.                                 *
039800*----------------------------------------------------------*
039900 2000-LOOKUP-LOCKER.
040000     MOVE 'N' TO WS-FOUND-SW.
040100     MOVE 'N' TO WS-EMPTY-SW.
040200     MOVE SPACES TO WS-BEFORE-IMAGE.
040300     MOVE SPACES TO WS-NEW-LOCKER.
040400     OPEN INPUT LOCKER-FILE.
040500     IF WS-LOCK-NOT-FOUND
040600         IF NOT ACTION-MAINTAIN
040700             DISPLAY "NO LOCKERS ON FILE - ADD THEM WITH M FIRST"
040800             GOBACK
040900         END-IF
041000         MOVE 'Y' TO WS-EMPTY-SW
041100         GO TO 2000-EXIT
041200     END-IF.
041300     IF NOT WS-LOCK-OK
041400         DISPLAY "LOCKMAST OPEN FAILED, STATUS = "
041500             WS-LOCK-STATUS
041600         GOBACK
041700     END-IF.
041800     PERFORM 2100-READ-LOCKER THRU 2100-EXIT.
041900     PERFORM 2200-MATCH-LOCKER THRU 2200-EXIT
042000         UNTIL WS-LOCK-EOF OR LOCKER-FOUND.
042100     CLOSE LOCKER-FILE.
042200 2000-EXIT.
042300     EXIT.
042400
042500 2100-READ-LOCKER.
042600     READ LOCKER-FILE.
042700 2100-EXIT.
042800     EXIT.
042900
043000 2200-MATCH-LOCKER.
043100     IF LK-LOCKER-NO = WS-LOCKER-ID
043200         MOVE 'Y' TO WS-FOUND-SW
043300         MOVE LOCKER-RECORD TO WS-BEFORE-IMAGE
043400         MOVE LOCKER-RECORD TO WS-NEW-LOCKER
043500         GO TO 2200-EXIT
043600     END-IF.
043700     PERFORM 2100-READ-LOCKER THRU 2100-EXIT.
043800 2200-EXIT.
043900     EXIT.
044000
044100 2500-LOOKUP-MEMBER.
044200     MOVE 'N' TO WS-MEMBER-FOUND-SW.
044300     OPEN INPUT MEMBER-MASTER-FILE.
044400     IF NOT WS-MASTER-OK
044500         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
044600             WS-MASTER-STATUS
044700         GOBACK
044800     END-IF.
044900     MOVE WS-SEARCH-ID TO MEMBER-ID.
045000     READ MEMBER-MASTER-FILE
045100         INVALID KEY
045200             MOVE 'N' TO WS-MEMBER-FOUND-SW
045300         NOT INVALID KEY
045400             MOVE 'Y' TO WS-MEMBER-FOUND-SW
045500     END-READ.
045600     CLOSE MEMBER-MASTER-FILE.
045700 2500-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------*
046100* 2700-LOOKUP-RATE - THE MONTHLY RATE FOR THE LOCKER'S      *
046200* SIZE FROM LOCKRATE.  A ROW WITH A BAD RATE IS IGNORED.    *
046300*----------------------------------------------------------*
046400 2700-LOOKUP-RATE.
046500     MOVE 'N' TO WS-RATE-FOUND-SW.
046600     MOVE 0 TO WS-RATE.
046700     OPEN INPUT LOCK-RATE-FILE.
046800     IF NOT WS-RATE-OK
046900         DISPLAY "LOCKRATE OPEN FAILED, STATUS = " WS-RATE-STATUS
047000         GO TO 2700-EXIT
047100     END-IF.
047200     PERFORM 2710-READ-RATE THRU 2710-EXIT.
047300     PERFORM 2720-MATCH-RATE THRU 2720-EXIT
047400         UNTIL WS-RATE-EOF OR RATE-FOUND.
047500     CLOSE LOCK-RATE-FILE.
047600 2700-EXIT.
047700     EXIT.
047800
047900 2710-READ-RATE.
048000     READ LOCK-RATE-FILE.
048100 2710-EXIT.
048200     EXIT.
048300
048400 2720-MATCH-RATE.
048500     IF LR-SIZE = NW-SIZE AND LR-RATE NUMERIC
048600         MOVE 'Y' TO WS-RATE-FOUND-SW
048700         MOVE LR-RATE TO WS-RATE
048800         GO TO 2720-EXIT
048900     END-IF.
049000     PERFORM 2710-READ-RATE THRU 2710-EXIT.
049100 2720-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------*
049500* 3000-MAINTAIN-LOCKER - ADD A LOCKER, OR CHANGE THE SIZE,  *
049600* LOCATION OR STATUS OF ONE THAT IS NOT RENTED (RELEASE IT  *
049700* FIRST).  ONLY ASSIGN MAKES A LOCKER RENTED, SO THE DESK   *
049800* MAY SET FREE OR OUT OF SERVICE HERE.  ON A CHANGE A BLANK *
049900* ANSWER KEEPS THE CURRENT VALUE.                           *
050000*----------------------------------------------------------*
050100 3000-MAINTAIN-LOCKER.
050200     IF LOCKER-FOUND AND NW-RENTED
050300         DISPLAY "LOCKER " WS-LOCKER-ID " IS RENTED TO "
050400             NW-MEMBER-ID " - RELEASE IT BEFORE CHANGING IT"
050500         MOVE 'Y' TO WS-REFUSE-SW
050600         GO TO 3000-EXIT
050700     END-IF.
050800     IF LOCKER-FOUND
050900         DISPLAY "LOCKER " WS-LOCKER-ID " SIZE " NW-SIZE " AT "
051000             NW-LOCATION " STATUS " NW-STATUS
051100         DISPLAY "BLANK KEEPS THE CURRENT VALUE"
051200     ELSE
051300         DISPLAY "NEW LOCKER " WS-LOCKER-ID
051400         MOVE WS-LOCKER-ID TO NW-LOCKER-NO
051500     END-IF.
051600     PERFORM 3010-GET-SIZE THRU 3010-EXIT.
051700     PERFORM 3020-GET-LOCATION THRU 3020-EXIT.
051800     PERFORM 3030-GET-STATUS THRU 3030-EXIT.
051900 3000-EXIT.
052000     EXIT.
052100
052200 3010-GET-SIZE.
052300     DISPLAY "Size - S(mall), M(edium), L(arge): "
052400         WITH NO ADVANCING.
052500     ACCEPT WS-SIZE-INPUT.
052600     IF WS-SIZE-INPUT = SPACE AND LOCKER-FOUND
052700         GO TO 3010-EXIT
052800     END-IF.
052900     IF NOT SIZE-INPUT-VALID
053000         DISPLAY "INVALID SIZE - ENTER S, M OR L"
053100         GO TO 3010-GET-SIZE
053200     END-IF.
053300     MOVE WS-SIZE-INPUT TO NW-SIZE.
053400 3010-EXIT.
053500     EXIT.
053600
053700 3020-GET-LOCATION.
053800     DISPLAY "Location: " WITH NO ADVANCING.
053900     ACCEPT WS-LOCATION-INPUT.
054000     IF WS-LOCATION-INPUT = SPACES AND LOCKER-FOUND
054100         GO TO 3020-EXIT
054200     END-IF.
054300     IF WS-LOCATION-INPUT = SPACES
054400         DISPLAY "LOCATION MAY NOT BE BLANK"
054500         GO TO 3020-GET-LOCATION
054600     END-IF.
054700     MOVE WS-LOCATION-INPUT TO NW-LOCATION.
054800 3020-EXIT.
054900     EXIT.
055000
055100 3030-GET-STATUS.
055200     DISPLAY "Status - F(ree), O(ut of service): "
055300         WITH NO ADVANCING.
055400     ACCEPT WS-STATUS-INPUT.
055500     IF WS-STATUS-INPUT = SPACE AND LOCKER-FOUND
055600         GO TO 3030-EXIT
055700     END-IF.
055800     IF NOT STATUS-INPUT-VALID
055900         DISPLAY "INVALID STATUS - ENTER F OR O"
056000         GO TO 3030-GET-STATUS
056100     END-IF.
056200     MOVE WS-STATUS-INPUT TO NW-STATUS.
056300 3030-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------*
056700* 3100-ASSIGN-LOCKER - A FREE LOCKER TO AN ACTIVE MEMBER,   *
056800* PAID FROM TODAY FOR THE MONTHS KEYED.                     *
056900*----------------------------------------------------------*
057000 3100-ASSIGN-LOCKER.
057100     IF NOT NW-FREE
057200         DISPLAY "LOCKER " WS-LOCKER-ID " IS NOT FREE (STATUS "
057300             NW-STATUS ")"
057400         MOVE 'Y' TO WS-REFUSE-SW
057500         GO TO 3100-EXIT
057600     END-IF.
057700     PERFORM 1300-GET-MEMBER-ID THRU 1300-EXIT.
057800     PERFORM 2500-LOOKUP-MEMBER THRU 2500-EXIT.
057900     IF NOT MEMBER-FOUND
058000         DISPLAY "NO MEMBER FOUND FOR ID " WS-SEARCH-ID
058100         MOVE 'Y' TO WS-REFUSE-SW
058200         GO TO 3100-EXIT
058300     END-IF.
058400     PERFORM 3400-CHECK-HOLDER THRU 3400-EXIT.
058500     IF ACTION-REFUSED
058600         GO TO 3100-EXIT
058700     END-IF.
058800     PERFORM 2700-LOOKUP-RATE THRU 2700-EXIT.
058900     IF NOT RATE-FOUND
059000         DISPLAY "NO RENTAL RATE FOR LOCKER SIZE " NW-SIZE
059100             " - PLEASE SEE THE MANAGER"
059200         MOVE 'Y' TO WS-REFUSE-SW
059300         GO TO 3100-EXIT
059400     END-IF.
059500     PERFORM 1400-GET-MONTHS THRU 1400-EXIT.
059600     PERFORM 3500-PRICE-CHARGE THRU 3500-EXIT.
059700     IF ACTION-REFUSED
059800         GO TO 3100-EXIT
059900     END-IF.
060000     MOVE WS-CURR-DATE-NUM TO WS-BASE-DATE.
060100     MOVE WS-CHARGE-MONTHS TO WS-ADD-MONTHS.
060200     PERFORM 3600-ADD-MONTHS THRU 3600-EXIT.
060300     MOVE 'R'          TO NW-STATUS.
060400     MOVE WS-SEARCH-ID TO NW-MEMBER-ID.
060500     MOVE WS-CURR-DATE TO NW-START-DATE.
060600     MOVE WS-STEP-DATE TO NW-PAID-TO-NUM.
060700     MOVE WS-CHARGE-MONTHS TO WS-MONTHS-EDIT.
060800     MOVE WS-CHARGE-AMOUNT TO WS-AMT-EDIT.
060900     DISPLAY "LOCKER " WS-LOCKER-ID " TO " MEMBER-NAME " FOR "
061000         WS-MONTHS-EDIT " MONTH(S), PAID TO " NW-PAID-TO
061100         ", CHARGE " WS-AMT-EDIT.
061200 3100-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------*
061600* 3200-RENEW-LOCKER - MORE MONTHS ON A RENTED LOCKER, FROM  *
061700* ITS PAID-TO DATE RATHER THAN TODAY, SO A RENTAL RENEWED   *
061800* LATE PAYS FOR THE TIME IT WAS KEPT UNPAID.                *
061900*----------------------------------------------------------*
062000 3200-RENEW-LOCKER.
062100     IF NOT NW-RENTED
062200         DISPLAY "LOCKER " WS-LOCKER-ID " IS NOT RENTED"
062300         MOVE 'Y' TO WS-REFUSE-SW
062400         GO TO 3200-EXIT
062500     END-IF.
062600     MOVE NW-MEMBER-ID TO WS-SEARCH-ID.
062700     PERFORM 2500-LOOKUP-MEMBER THRU 2500-EXIT.
062800     IF NOT MEMBER-FOUND
062900         DISPLAY "LOCKER HOLDER " WS-SEARCH-ID " IS NOT ON THE"
063000             " MEMBER MASTER - RELEASE THE LOCKER"
063100         MOVE 'Y' TO WS-REFUSE-SW
063200         GO TO 3200-EXIT
063300     END-IF.
063400     DISPLAY "LOCKER " WS-LOCKER-ID " RENTED TO " MEMBER-NAME
063500         " PAID TO " NW-PAID-TO.
063600     PERFORM 3400-CHECK-HOLDER THRU 3400-EXIT.
063700     IF ACTION-REFUSED
063800         GO TO 3200-EXIT
063900     END-IF.
064000     PERFORM 2700-LOOKUP-RATE THRU 2700-EXIT.
064100     IF NOT RATE-FOUND
064200         DISPLAY "NO RENTAL RATE FOR LOCKER SIZE " NW-SIZE
064300             " - PLEASE SEE THE MANAGER"
064400         MOVE 'Y' TO WS-REFUSE-SW
064500         GO TO 3200-EXIT
064600     END-IF.
064700     PERFORM 1400-GET-MONTHS THRU 1400-EXIT.
064800     PERFORM 3500-PRICE-CHARGE THRU 3500-EXIT.
064900     IF ACTION-REFUSED
065000         GO TO 3200-EXIT
065100     END-IF.
065200     MOVE NW-PAID-TO-NUM TO WS-BASE-DATE.
065300     MOVE WS-CHARGE-MONTHS TO WS-ADD-MONTHS.
065400     PERFORM 3600-ADD-MONTHS THRU 3600-EXIT.
065500     MOVE WS-STEP-DATE TO NW-PAID-TO-NUM.
065600     MOVE WS-CHARGE-MONTHS TO WS-MONTHS-EDIT.
065700     MOVE WS-CHARGE-AMOUNT TO WS-AMT-EDIT.
065800     DISPLAY "RENEWED FOR " WS-MONTHS-EDIT " MONTH(S), PAID TO "
065900         NW-PAID-TO ", CHARGE " WS-AMT-EDIT.
066000     IF WS-STEP-DATE < WS-CURR-DATE-NUM
066100         DISPLAY "STILL OVERDUE AFTER THIS RENEWAL"
066200     END-IF.
066300 3200-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------*
066700* 3300-RELEASE-LOCKER - FREE A RENTED LOCKER.  ANY MONTH OR *
066800* PART MONTH IT WAS KEPT PAST ITS PAID-TO DATE IS BILLED.   *
066900* RELEASE IS NEVER REFUSED FOR MEMBERSHIP STATUS - A        *
067000* CANCELLED MEMBER'S LOCKER HAS TO BE EMPTIED.  WHEN THE    *
067100* HOLDER IS NO LONGER ON THE MASTER THERE IS NO BALANCE TO  *
067200* BILL, SO THE RELEASE GOES THROUGH UNBILLED AND IS LOGGED. *
067300*----------------------------------------------------------*
067400 3300-RELEASE-LOCKER.
067500     IF NOT NW-RENTED
067600         DISPLAY "LOCKER " WS-LOCKER-ID " IS NOT RENTED"
067700         MOVE 'Y' TO WS-REFUSE-SW
067800         GO TO 3300-EXIT
067900     END-IF.
068000     MOVE NW-MEMBER-ID TO WS-SEARCH-ID.
068100     PERFORM 2500-LOOKUP-MEMBER THRU 2500-EXIT.
068200     IF MEMBER-FOUND
068300         DISPLAY "LOCKER " WS-LOCKER-ID " RENTED TO " MEMBER-NAME
068400             " PAID TO " NW-PAID-TO
068500     ELSE
068600         DISPLAY "LOCKER " WS-LOCKER-ID " RENTED TO "
068700             WS-SEARCH-ID " PAID TO " NW-PAID-TO
068800     END-IF.
068900     IF NW-PAID-TO-NUM < WS-CURR-DATE-NUM
069000         PERFORM 3700-COUNT-OVERDUE THRU 3700-EXIT
069100         MOVE WS-CHARGE-MONTHS TO WS-MONTHS-EDIT
069200         DISPLAY "RENTAL IS OVERDUE - " WS-MONTHS-EDIT
069300             " MONTH(S) OWED"
069400         IF MEMBER-FOUND
069500             PERFORM 2700-LOOKUP-RATE THRU 2700-EXIT
069600             IF NOT RATE-FOUND
069700                 DISPLAY "NO RENTAL RATE FOR LOCKER SIZE " NW-SIZE
069800                     " - PLEASE SEE THE MANAGER"
069900                 MOVE 'Y' TO WS-REFUSE-SW
070000                 GO TO 3300-EXIT
070100             END-IF
070200             PERFORM 3500-PRICE-CHARGE THRU 3500-EXIT
070300             IF ACTION-REFUSED
070400                 GO TO 3300-EXIT
070500             END-IF
070600             MOVE WS-CHARGE-AMOUNT TO WS-AMT-EDIT
070700             DISPLAY "OVERDUE CHARGE " WS-AMT-EDIT
070800         ELSE
070900             DISPLAY "HOLDER IS NOT ON THE MEMBER MASTER - THE"
071000                 " OVERDUE MONTHS CANNOT BE BILLED"
071100             MOVE 'Y' TO WS-UNBILLED-SW
071200             MOVE 0 TO WS-CHARGE-MONTHS
071300         END-IF
071400     END-IF.
071500     MOVE 'F'    TO NW-STATUS.
071600     MOVE SPACES TO NW-MEMBER-ID.
071700     MOVE SPACES TO NW-START-DATE.
071800     MOVE SPACES TO NW-PAID-TO.
071900 3300-EXIT.
072000     EXIT.
072100
072200*----------------------------------------------------------*
072300* 3400-CHECK-HOLDER - THE SAME STATUS RULE AS THE DOOR: A   *
072400* SUSPENDED OR CANCELLED MEMBER IS SENT TO THE FRONT DESK   *
072500* AND THE REFUSAL IS LOGGED.                                *
072600*----------------------------------------------------------*
072700 3400-CHECK-HOLDER.
072800     IF MEMBER-SUSPENDED OR MEMBER-CANCELLED
072900         DISPLAY "THIS MEMBERSHIP IS NOT ACTIVE - "
073000             "PLEASE SEE THE FRONT DESK"
073100         MOVE WS-SEARCH-ID TO KLOG-MEMBER-ID
073200         MOVE 'W'          TO KLOG-SEVERITY
073300         MOVE "LCK001"     TO KLOG-MSG-CODE
073400         MOVE "NON-ACTIVE MEMBER LOCKER RENTAL REFUSED"
073500             TO KLOG-MSG-TEXT
073600         CALL "KLOGWRT" USING WS-KLOG
073700         MOVE 'Y' TO WS-REFUSE-SW
073800     END-IF.
073900 3400-EXIT.
074000     EXIT.
074100
074200*----------------------------------------------------------*
074300* 3500-PRICE-CHARGE - RATE TIMES MONTHS, WHICH MUST FIT THE *
074400* SIX-DIGIT AMOUNT EVERY CHARGE CARRIES.                    *
074500*----------------------------------------------------------*
074600 3500-PRICE-CHARGE.
074700     COMPUTE WS-CHARGE-AMOUNT = WS-RATE * WS-CHARGE-MONTHS
074800         ON SIZE ERROR
074900             DISPLAY "CHARGE IS TOO LARGE - "
075000                 "PLEASE SEE THE MANAGER"
075100             MOVE 0 TO WS-CHARGE-AMOUNT
075200             MOVE 'Y' TO WS-REFUSE-SW
075300     END-COMPUTE.
075400 3500-EXIT.
075500     EXIT.
075600
075700 3600-ADD-MONTHS.
075800     MOVE WS-BASE-DATE TO WS-STEP-DATE.
075900     COMPUTE WS-MONTH-WORK = WS-STEP-MM - 1 + WS-ADD-MONTHS.
076000     DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEAR-ADD
076100         REMAINDER WS-MONTH-REM.
076200     ADD WS-YEAR-ADD TO WS-STEP-YYYY.
076300     COMPUTE WS-STEP-MM = WS-MONTH-REM + 1.
076400     PERFORM 3650-MONTH-LENGTH THRU 3650-EXIT.
076500     IF WS-STEP-DD > WS-MONTH-LENGTH
076600         MOVE WS-MONTH-LENGTH TO WS-STEP-DD
076700     END-IF.
076800 3600-EXIT.
076900     EXIT.
077000
077100 3650-MONTH-LENGTH.
077200     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-LENGTH.
077300     IF WS-STEP-MM = 2
077400         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT
077500             REMAINDER WS-LEAP-REM
077600         IF WS-LEAP-REM = 0
077700             MOVE 29 TO WS-MONTH-LENGTH
077800         END-IF
077900     END-IF.
078000 3650-EXIT.
078100     EXIT.
078200
078300*----------------------------------------------------------*
078400* 3700-COUNT-OVERDUE - WHOLE MONTHS FROM THE PAID-TO DATE   *
078500* UNTIL TODAY IS COVERED, SO A PART MONTH COUNTS AS ONE.    *
078600* STOPS AT 99, THE MOST A CHARGE CAN CARRY.                 *
078700*----------------------------------------------------------*
078800 3700-COUNT-OVERDUE.
078900     MOVE 0 TO WS-CHARGE-MONTHS.
079000     MOVE NW-PAID-TO-NUM TO WS-BASE-DATE.
079100     MOVE NW-PAID-TO-NUM TO WS-STEP-DATE.
079200     PERFORM 3710-STEP-OVERDUE THRU 3710-EXIT
079300         UNTIL WS-STEP-DATE NOT < WS-CURR-DATE-NUM
079400             OR WS-CHARGE-MONTHS = 99.
079500 3700-EXIT.
079600     EXIT.
079700
079800 3710-STEP-OVERDUE.
079900     ADD 1 TO WS-CHARGE-MONTHS.
080000     MOVE WS-CHARGE-MONTHS TO WS-ADD-MONTHS.
080100     PERFORM 3600-ADD-MONTHS THRU 3600-EXIT.
080200 3710-EXIT.
080300     EXIT.
080400
080500*----------------------------------------------------------*
080600* 4000-APPLY-TO-LOCKMAST - COPY LOCKMAST THROUGH THE WORK   *
080700* FILE, SWAPPING THE NEW IMAGE IN FOR THE LOCKER (OR        *
080800* APPENDING IT AT THE END FOR A NEW LOCKER).  THE WORK FILE *
080900* THEN REPLACES LOCKMAST, SO A FAILURE BEFORE THAT POINT    *
081000* LEAVES THE LIVE FILE UNTOUCHED.                           *
081100*----------------------------------------------------------*
081200 4000-APPLY-TO-LOCKMAST.
081300     OPEN OUTPUT LOCKER-WORK-FILE.
081400     IF NOT WS-WORK-OK
081500         DISPLAY "LOCKWORK OPEN FAILED, STATUS = "
081600             WS-WORK-STATUS
081700         MOVE 'Y' TO WS-APPLY-FAIL-SW
081800         GO TO 4000-EXIT
081900     END-IF.
082000     IF NOT LOCKMAST-EMPTY
082100         OPEN INPUT LOCKER-FILE
082200         IF NOT WS-LOCK-OK
082300             DISPLAY "LOCKMAST REOPEN FAILED, STATUS = "
082400                 WS-LOCK-STATUS
082500             MOVE 'Y' TO WS-APPLY-FAIL-SW
082600             CLOSE LOCKER-WORK-FILE
082700             GO TO 4000-EXIT
082800         END-IF
082900         PERFORM 2100-READ-LOCKER THRU 2100-EXIT
083000         PERFORM 4100-COPY-RECORD THRU 4100-EXIT
083100             UNTIL WS-LOCK-EOF
083200         CLOSE LOCKER-FILE
083300     END-IF.
083400     IF NOT LOCKER-FOUND AND NOT APPLY-FAILED
083500         MOVE SPACES TO LOCKER-WORK-RECORD
083600         MOVE WS-NEW-LOCKER TO LOCKER-WORK-RECORD
083700         PERFORM 4200-WRITE-WORK THRU 4200-EXIT
083800     END-IF.
083900     CLOSE LOCKER-WORK-FILE.
084000     IF NOT APPLY-FAILED
084100         PERFORM 5000-REWRITE-LOCKMAST THRU 5000-EXIT
084200     END-IF.
084300 4000-EXIT.
084400     EXIT.
084500
084600 4100-COPY-RECORD.
084700     MOVE SPACES TO LOCKER-WORK-RECORD.
084800     IF LK-LOCKER-NO = WS-LOCKER-ID
084900         MOVE WS-NEW-LOCKER TO LOCKER-WORK-RECORD
085000     ELSE
085100         MOVE LOCKER-RECORD TO LOCKER-WORK-RECORD
085200     END-IF.
085300     PERFORM 4200-WRITE-WORK THRU 4200-EXIT.
085400     PERFORM 2100-READ-LOCKER THRU 2100-EXIT.
085500 4100-EXIT.
085600     EXIT.
085700
085800 4200-WRITE-WORK.
085900     WRITE LOCKER-WORK-RECORD.
086000     IF NOT WS-WORK-OK
086100         DISPLAY "LOCKWORK WRITE FAILED, STATUS = "
086200             WS-WORK-STATUS
086300         MOVE 'Y' TO WS-APPLY-FAIL-SW
086400     END-IF.
086500 4200-EXIT.
086600     EXIT.
086700
086800*----------------------------------------------------------*
086900* 5000-REWRITE-LOCKMAST - THE WORK FILE BECOMES THE LIVE    *
087000* LOCKER MASTER.                                            *
087100*----------------------------------------------------------*
087200 5000-REWRITE-LOCKMAST.
087300     OPEN OUTPUT LOCKER-FILE.
087400     IF NOT WS-LOCK-OK
087500         DISPLAY "LOCKMAST REWRITE FAILED, STATUS = "
087600             WS-LOCK-STATUS
087700         MOVE 'Y' TO WS-APPLY-FAIL-SW
087800         GO TO 5000-EXIT
087900     END-IF.
088000     MOVE 'Y' TO WS-LIVE-TOUCHED-SW.
088100     OPEN INPUT LOCKER-WORK-FILE.
088200     IF NOT WS-WORK-OK
088300         DISPLAY "LOCKWORK REOPEN FAILED, STATUS = "
088400             WS-WORK-STATUS
088500         MOVE 'Y' TO WS-APPLY-FAIL-SW
088600         CLOSE LOCKER-FILE
088700         GO TO 5000-EXIT
088800     END-IF.
088900     PERFORM 5100-READ-WORK THRU 5100-EXIT.
089000     PERFORM 5200-COPY-BACK THRU 5200-EXIT
089100         UNTIL WS-WORK-EOF.
089200     CLOSE LOCKER-WORK-FILE.
089300     CLOSE LOCKER-FILE.
089400 5000-EXIT.
089500     EXIT.
089600
089700 5100-READ-WORK.
089800     READ LOCKER-WORK-FILE.
089900 5100-EXIT.
090000     EXIT.
090100
090200 5200-COPY-BACK.
090300     MOVE SPACES TO LOCKER-RECORD.
090400     MOVE LOCKER-WORK-RECORD TO LOCKER-RECORD.
090500     WRITE LOCKER-RECORD.
090600     IF NOT WS-LOCK-OK
090700         DISPLAY "LOCKMAST WRITE FAILED, STATUS = "
090800             WS-LOCK-STATUS
090900         MOVE 'Y' TO WS-APPLY-FAIL-SW
091000     END-IF.
091100     ADD 1 TO WS-COPIED-COUNT.
091200     PERFORM 5100-READ-WORK THRU 5100-EXIT.
091300 5200-EXIT.
091400     EXIT.
091500
091600*----------------------------------------------------------*
091700* 6000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER IMAGE OF THE   *
091800* LOCKER JUST CHANGED, STAMPED WITH DATE, TIME AND THE      *
091900* CLERK ID.                                                 *
092000*----------------------------------------------------------*
092100 6000-WRITE-AUDIT.
092200     MOVE WS-NEW-LOCKER TO WS-AFTER-IMAGE.
092300     OPEN EXTEND LOCKER-AUDIT-FILE.
092400     IF WS-AUDIT-NOT-FOUND
092500         OPEN OUTPUT LOCKER-AUDIT-FILE
092600     END-IF.
092700     IF NOT WS-AUDIT-OK
092800         DISPLAY "LOCKAUD OPEN FAILED, STATUS = "
092900             WS-AUDIT-STATUS
093000         GO TO 6000-EXIT
093100     END-IF.
093200     ACCEPT WS-CURR-TIME FROM TIME.
093300     MOVE SPACES TO LOCKER-AUDIT-RECORD.
093400     MOVE WS-CURR-DATE    TO LA-DATE.
093500     MOVE WS-CURR-TIME    TO LA-TIME.
093600     MOVE WS-USER-ID      TO LA-USER.
093700     MOVE WS-ACTION       TO LA-ACTION.
093800     MOVE WS-LOCKER-ID    TO LA-LOCKER-NO.
093900     MOVE WS-SEARCH-ID    TO LA-MEMBER-ID.
094000     MOVE WS-BEFORE-IMAGE TO LA-BEFORE-IMAGE.
094100     MOVE WS-AFTER-IMAGE  TO LA-AFTER-IMAGE.
094200     WRITE LOCKER-AUDIT-RECORD.
094300     IF NOT WS-AUDIT-OK
094400         DISPLAY "LOCKAUD WRITE FAILED, STATUS = "
094500             WS-AUDIT-STATUS
094600     END-IF.
094700     CLOSE LOCKER-AUDIT-FILE.
094800 6000-EXIT.
094900     EXIT.
095000
095100*----------------------------------------------------------*
095200* 7000-WRITE-CHARGE - APPEND THE RENTAL CHARGE TO LOCKTRAN  *
095300* (CREATING THE FILE ON A COLD START) FOR LOCKPOST TO POST  *
095400* TONIGHT.  THE LOCKER HAS ALREADY CHANGED, SO A FAILURE    *
095500* HERE IS LOGGED LOUDLY FOR THE MANAGER TO BILL BY HAND.    *
095600*----------------------------------------------------------*
095700 7000-WRITE-CHARGE.
095800     OPEN EXTEND LOCK-TRANS-FILE.
095900     IF WS-TRANS-NOT-FOUND
096000         OPEN OUTPUT LOCK-TRANS-FILE
096100     END-IF.
096200     IF NOT WS-TRANS-OK
096300         DISPLAY "LOCKTRAN OPEN FAILED, STATUS = "
096400             WS-TRANS-STATUS
096500         DISPLAY "CHARGE NOT RECORDED - PLEASE TELL THE MANAGER"
096600         MOVE WS-SEARCH-ID TO KLOG-MEMBER-ID
096700         MOVE 'E'          TO KLOG-SEVERITY
096800         MOVE "LCK003"     TO KLOG-MSG-CODE
096900         MOVE "LOCKTRAN OPEN FAILED - NOT BILLED"
097000             TO KLOG-MSG-TEXT
097100         CALL "KLOGWRT" USING WS-KLOG
097200         MOVE 8 TO RETURN-CODE
097300         GO TO 7000-EXIT
097400     END-IF.
097500     ACCEPT WS-CURR-TIME FROM TIME.
097600     MOVE SPACES TO LOCK-TRANS-RECORD.
097700     MOVE WS-SEARCH-ID     TO LT-MEMBER-ID.
097800     MOVE WS-LOCKER-ID     TO LT-LOCKER-NO.
097900     MOVE WS-ACTION        TO LT-ACTION.
098000     MOVE WS-CHARGE-MONTHS TO LT-MONTHS.
098100     MOVE WS-CHARGE-AMOUNT TO LT-AMOUNT.
098200     MOVE WS-CURR-DATE     TO LT-DATE.
098300     MOVE WS-CURR-TIME     TO LT-TIME.
098400     MOVE WS-USER-ID       TO LT-CLERK.
098500     WRITE LOCK-TRANS-RECORD.
098600     IF NOT WS-TRANS-OK
098700         DISPLAY "LOCKTRAN WRITE FAILED, STATUS = "
098800             WS-TRANS-STATUS
098900         DISPLAY "CHARGE NOT RECORDED - PLEASE TELL THE MANAGER"
099000         MOVE WS-SEARCH-ID TO KLOG-MEMBER-ID
099100         MOVE 'E'          TO KLOG-SEVERITY
099200         MOVE "LCK004"     TO KLOG-MSG-CODE
099300         MOVE "LOCKTRAN WRITE FAILED - NOT BILLED"
099400             TO KLOG-MSG-TEXT
099500         CALL "KLOGWRT" USING WS-KLOG
099600         IF RETURN-CODE < 4
099700             MOVE 4 TO RETURN-CODE
099800         END-IF
099900     ELSE
100000         DISPLAY "CHARGE RECORDED FOR " WS-SEARCH-ID
100100     END-IF.
100200     CLOSE LOCK-TRANS-FILE.
100300 7000-EXIT.
100400     EXIT.
