000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MEMINQ.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  MEMBER ACCOUNT INQUIRY FROM THE
001000*                      KIOSK MENU.  "WHAT DO I OWE AND WHAT AM
001100*                      I BOOKED INTO" MEANT LOVEYOU FOR THE
001200*                      PROFILE, A PRINTED STATEMENT AND THE
001300*                      CLSROSTR LISTING.  THIS PROGRAM TAKES
001400*                      THE CLERK ID AND ONE MEMBER ID AND PUTS
001500*                      IT ALL ON ONE SCREEN: BALANCE AND
001600*                      STATUS FROM THE MASTER, THE LAST FIVE
001700*                      POSTED PAYMENTS (PAYHIST), EVERYTHING
001800*                      KEYED TODAY AND NOT YET POSTED
001900*                      (PAYTRANS), CURRENT CLASS ENROLLMENTS
002000*                      NETTED THE WAY ENROLL NETS THEM, THE
002100*                      MEMBER'S PLACE ON ANY WAITLIST, THE
002200*                      LAST VISIT ON CHKHIST AND THE LATEST
002300*                      BMIHIST READING.  READ-ONLY - NOTHING
002400*                      IS OPENED FOR OUTPUT EXCEPT THROUGH
002500*                      KLOGWRT, WHICH LOGS EVERY INQUIRY WITH
002600*                      THE CLERK WHO MADE IT.
002620*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
002640*                      SIGNED ON AT THE KIOSK, PASSED BY
002660*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
002680*                      OF BEING KEYED FREELY HERE.
002684*   2026-10-15  KAGE   CHECK-IN RECORDS ARE 58 BYTES NOW
002688*                      THAT INANDOUT STAMPS THE SITE OF THE
002692*                      TERMINAL AND, ON A CHECK-IN, THE
002696*                      MEMBER'S HOME SITE.
002697*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
002698*                      THE CLASS RUNS AT (RECORD 51 TO 54,
002709*                      APPENDED; BLANK IS SITE 01).
002720*   2026-10-15  KAGE   TABLES, COUNTS, LAST VISIT AND LAST
002732*                      BMI ARE CLEARED ON EVERY CALL - THE
002743*                      KIOSK DRIVER KEEPS WORKING STORAGE,
002754*                      SO ONE MEMBER'S ENROLLMENTS,
002766*                      WAITLISTS AND VISITS SHOWED ON THE
002777*                      NEXT MEMBER'S INQUIRY.
002788*----------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS MEMBER-ID
003600         FILE STATUS IS WS-MASTER-STATUS.
003700
003800     SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-HIST-STATUS.
004100
004200     SELECT PAY-TRANS-FILE ASSIGN TO "PAYTRANS"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-TRANS-STATUS.
004500
004600     SELECT ENROLL-TRANS-FILE ASSIGN TO "ENRTRANS"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ENROLL-STATUS.
004900
005000     SELECT CLASS-SCHEDULE-FILE ASSIGN TO "CLASSES"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CLASS-STATUS.
005300
005400     SELECT WAIT-LIST-FILE ASSIGN TO "WAITLIST"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-WAIT-STATUS.
005700
005800     SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CHK-STATUS.
006100
006200     SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BMI-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  MEMBER-MASTER-FILE.
006900 01  MEMBER-MASTER-RECORD.
007000     COPY MEMBER.
007100
007200 FD  PAY-HIST-FILE.
007300 01  PAY-HIST-RECORD.
007400     05 PH-MEMBER-ID         PIC X(20).
007500     05 FILLER               PIC X(01).
007600     05 PH-AMOUNT            PIC 9(04)V99.
007700     05 FILLER               PIC X(01).
007800     05 PH-DATE              PIC X(08).
007900     05 FILLER               PIC X(01).
008000     05 PH-TIME              PIC X(06).
008100     05 FILLER               PIC X(01).
008200     05 PH-CLERK             PIC X(08).
008300     05 FILLER               PIC X(01).
008400     05 PH-TYPE              PIC X(01).
008500     05 FILLER               PIC X(01).
008600     05 PH-REF-DATE          PIC X(08).
008700     05 FILLER               PIC X(01).
008800     05 PH-REF-TIME          PIC X(06).
008900     05 FILLER               PIC X(01).
009000     05 PH-FEE               PIC 9(04)V99.
009100
009200 FD  PAY-TRANS-FILE.
009300 01  PAY-TRANS-RECORD.
009400     05 PY-MEMBER-ID         PIC X(20).
009500     05 FILLER               PIC X(01).
009600     05 PY-AMOUNT            PIC 9(04)V99.
009700     05 FILLER               PIC X(01).
009800     05 PY-DATE              PIC X(08).
009900     05 FILLER               PIC X(01).
010000     05 PY-TIME              PIC X(06).
010100     05 FILLER               PIC X(01).
010200     05 PY-CLERK             PIC X(08).
010300     05 FILLER               PIC X(01).
010400     05 PY-TYPE              PIC X(01).
010500     05 FILLER               PIC X(01).
010600     05 PY-REF-DATE          PIC X(08).
010700     05 FILLER               PIC X(01).
010800     05 PY-REF-TIME          PIC X(06).
010900     05 FILLER               PIC X(01).
011000     05 PY-FEE               PIC 9(04)V99.
011100
011200 FD  ENROLL-TRANS-FILE.
011300 01  ENROLL-TRANS-RECORD.
011400     05 EN-CLASS-ID          PIC X(08).
011500     05 FILLER               PIC X(01).
011600     05 EN-MEMBER-ID         PIC X(20).
011700     05 FILLER               PIC X(01).
011800     05 EN-DATE              PIC X(08).
011900     05 FILLER               PIC X(01).
012000     05 EN-TIME              PIC X(06).
012100     05 FILLER               PIC X(01).
012200     05 EN-ACTION            PIC X(03).
012300         88 EN-ACTION-DROP   VALUE 'DRP'.
012400
012500 FD  CLASS-SCHEDULE-FILE.
012600 01  CLASS-SCHEDULE-RECORD.
012700     05 CLS-CLASS-ID         PIC X(08).
012800     05 FILLER               PIC X(01).
012900     05 CLS-DESCRIPTION      PIC X(20).
013000     05 FILLER               PIC X(01).
013100     05 CLS-DAY              PIC X(03).
013200     05 FILLER               PIC X(01).
013300     05 CLS-TIME             PIC X(04).
013400     05 FILLER               PIC X(01).
013500     05 CLS-CAPACITY         PIC 9(03).
013600     05 FILLER               PIC X(01).
013700     05 CLS-INSTRUCTOR       PIC X(08).
013733     05 FILLER               PIC X(01).
013766     05 CLS-SITE             PIC X(02).
013800
013900 FD  WAIT-LIST-FILE.
014000 01  WAIT-LIST-RECORD.
014100     05 WL-CLASS-ID          PIC X(08).
014200     05 FILLER               PIC X(01).
014300     05 WL-MEMBER-ID         PIC X(20).
014400     05 FILLER               PIC X(01).
014500     05 WL-DATE              PIC X(08).
014600     05 FILLER               PIC X(01).
014700     05 WL-TIME              PIC X(06).
014800
014900 FD  CHK-HIST-FILE.
015000 01  CHK-HIST-RECORD.
015100     05 CH-MEMBER-ID         PIC X(20).
015200     05 FILLER               PIC X(01).
015300     05 CH-TYPE              PIC X(03).
015400         88 CH-TYPE-IN       VALUE 'IN '.
015500     05 FILLER               PIC X(01).
015600     05 CH-ANSWER            PIC X(03).
015700     05 FILLER               PIC X(01).
015800     05 CH-AGE               PIC 9(02).
015900     05 FILLER               PIC X(01).
016000     05 CH-DATE              PIC X(08).
016100     05 FILLER               PIC X(01).
016200     05 CH-TIME              PIC X(06).
016300     05 FILLER               PIC X(01).
016400     05 CH-TERMINAL          PIC X(04).
016420     05 FILLER               PIC X(01).
016440     05 CH-SITE              PIC X(02).
016460     05 FILLER               PIC X(01).
016480     05 CH-HOME-SITE         PIC X(02).
016500
016600 FD  BMI-HISTORY-FILE.
016700 01  BMI-HISTORY-RECORD.
016800     05 BH-MEMBER-ID         PIC X(20).
016900     05 FILLER               PIC X(01).
017000     05 BH-BMI               PIC 99V99.
017100     05 FILLER               PIC X(01).
017200     05 BH-DATE              PIC X(08).
017300
017400 WORKING-STORAGE SECTION.
017500 01  WS-USER-ID              PIC X(08).
017600 01  WS-SEARCH-ID            PIC X(20).
017700 01  WS-SEARCH-ID-PARTS REDEFINES WS-SEARCH-ID.
017800     05 WS-ID-PREFIX         PIC X(01).
017900     05 WS-ID-SUFFIX         PIC 9(09).
018000     05 WS-ID-FILLER         PIC X(10).
018100
018200 01  WS-SWITCHES.
018300     05 WS-MASTER-STATUS     PIC X(02).
018400         88 WS-MASTER-OK     VALUE '00'.
018500     05 WS-HIST-STATUS       PIC X(02).
018600         88 WS-HIST-OK       VALUE '00'.
018700         88 WS-HIST-EOF      VALUE '10'.
018800         88 WS-HIST-NOT-FOUND VALUE '35'.
018900     05 WS-TRANS-STATUS      PIC X(02).
019000         88 WS-TRANS-OK      VALUE '00'.
019100         88 WS-TRANS-EOF     VALUE '10'.
019200         88 WS-TRANS-NOT-FOUND VALUE '35'.
019300     05 WS-ENROLL-STATUS     PIC X(02).
019400         88 WS-ENROLL-OK     VALUE '00'.
019500         88 WS-ENROLL-EOF    VALUE '10'.
019600         88 WS-ENROLL-NOT-FOUND VALUE '35'.
019700     05 WS-CLASS-STATUS      PIC X(02).
019800         88 WS-CLASS-OK      VALUE '00'.
019900         88 WS-CLASS-EOF     VALUE '10'.
020000     05 WS-WAIT-STATUS       PIC X(02).
020100         88 WS-WAIT-OK       VALUE '00'.
020200         88 WS-WAIT-EOF      VALUE '10'.
020300         88 WS-WAIT-NOT-FOUND VALUE '35'.
020400     05 WS-CHK-STATUS        PIC X(02).
020500         88 WS-CHK-OK        VALUE '00'.
020600         88 WS-CHK-EOF       VALUE '10'.
020700         88 WS-CHK-NOT-FOUND VALUE '35'.
020800     05 WS-BMI-STATUS        PIC X(02).
020900         88 WS-BMI-OK        VALUE '00'.
021000         88 WS-BMI-EOF       VALUE '10'.
021100         88 WS-BMI-NOT-FOUND VALUE '35'.
021200     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
021300         88 MEMBER-FOUND     VALUE 'Y'.
021400     05 WS-ROW-FOUND-SW      PIC X(01) VALUE 'N'.
021500         88 ROW-FOUND        VALUE 'Y'.
021600
021700 01  WS-STATUS-DESC          PIC X(09).
021800 01  WS-BAL-EDIT             PIC +$$$$9.99.
021900 01  WS-AMT-EDIT             PIC $$$$9.99.
022000 01  WS-BMI-EDIT             PIC Z9.99.
022100 01  WS-COUNT-EDIT           PIC ZZ9.
022200 01  WS-TOTAL-EDIT           PIC ZZ9.
022300
022400*----------------------------------------------------------*
022500* ONE PAYMENT LINE, POSTED OR NOT, AS THE SCREEN SHOWS IT.  *
022600*----------------------------------------------------------*
022700 01  WS-PAY-LINE.
022800     05 PL-DATE              PIC X(08).
022900     05 PL-TIME              PIC X(06).
023000     05 PL-TYPE              PIC X(01).
023100     05 PL-AMOUNT            PIC 9(04)V99.
023200     05 PL-FEE               PIC 9(04)V99.
023300 01  WS-TYPE-DESC            PIC X(13).
023400
023500*----------------------------------------------------------*
023600* THE LAST FIVE POSTED PAYMENTS, OLDEST FIRST.  PAYHIST IS  *
023700* APPENDED IN POSTING ORDER, SO EACH NEW MATCH SHIFTS THE   *
023800* TABLE UP ONE AND GOES IN AT THE BOTTOM.                   *
023900*----------------------------------------------------------*
024000 01  WS-RECENT-TABLE.
024100     05 WS-RC-ENTRY OCCURS 5 TIMES
024200                    INDEXED BY WS-RC-NDX.
024300         10 WS-RC-LINE       PIC X(27).
024400 77  WS-RC-MAX               PIC 9(03) COMP VALUE 5.
024500 77  WS-RC-USED              PIC 9(03) COMP VALUE 0.
024600 77  WS-RC-I                 PIC 9(03) COMP.
024700 77  WS-RC-J                 PIC 9(03) COMP.
024800 77  WS-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
024900
025000*----------------------------------------------------------*
025100* THE MEMBER'S CLASSES, NETTED ENROLS AGAINST DROPS, WITH   *
025200* THE SCHEDULE DETAILS FILLED IN FROM CLASSES.              *
025300*----------------------------------------------------------*
025400 01  WS-ENR-TABLE.
025500     05 WS-ENR-ENTRY OCCURS 50 TIMES
025600                     INDEXED BY WS-ENR-NDX.
025700         10 WS-ENR-CLASS     PIC X(08).
025800         10 WS-ENR-NET       PIC S9(03) COMP.
025900         10 WS-ENR-DESC      PIC X(20).
026000         10 WS-ENR-DAY       PIC X(03).
026100         10 WS-ENR-TIME      PIC X(04).
026200 77  WS-ENR-MAX              PIC 9(03) COMP VALUE 50.
026300 77  WS-ENR-USED             PIC 9(03) COMP VALUE 0.
026400 77  WS-ENR-I                PIC 9(03) COMP.
026500 77  WS-ENR-SHOWN            PIC 9(03) COMP VALUE 0.
026600 01  WS-FIND-CLASS           PIC X(08).
026700
026800*----------------------------------------------------------*
026900* WAITLIST DEPTH BY CLASS, IN FILE (PROMOTION) ORDER, AND   *
027000* WHERE THIS MEMBER STANDS ON EACH LIST THEY ARE ON.        *
027100*----------------------------------------------------------*
027200 01  WS-WLP-TABLE.
027300     05 WS-WLP-ENTRY OCCURS 200 TIMES
027400                     INDEXED BY WS-WLP-NDX.
027500         10 WS-WLP-CLASS     PIC X(08).
027600         10 WS-WLP-COUNT     PIC 9(03) COMP.
027700 77  WS-WLP-MAX              PIC 9(03) COMP VALUE 200.
027800 77  WS-WLP-USED             PIC 9(03) COMP VALUE 0.
027900 77  WS-WLP-I                PIC 9(03) COMP.
028000 01  WS-MYWL-TABLE.
028100     05 WS-MYWL-ENTRY OCCURS 20 TIMES
028200                      INDEXED BY WS-MYWL-NDX.
028300         10 WS-MYWL-CLASS    PIC X(08).
028400         10 WS-MYWL-POSITION PIC 9(03) COMP.
028500         10 WS-MYWL-ROW      PIC 9(03) COMP.
028600 77  WS-MYWL-MAX             PIC 9(03) COMP VALUE 20.
028700 77  WS-MYWL-USED            PIC 9(03) COMP VALUE 0.
028800 77  WS-MYWL-I               PIC 9(03) COMP.
028900
029000 01  WS-LAST-VISIT.
029100     05 WS-LV-STAMP.
029200         10 WS-LV-DATE       PIC X(08) VALUE LOW-VALUES.
029300         10 WS-LV-TIME       PIC X(06) VALUE LOW-VALUES.
029400     05 WS-LV-TERMINAL       PIC X(04) VALUE SPACES.
029500 01  WS-CHK-STAMP.
029600     05 WS-CS-DATE           PIC X(08).
029700     05 WS-CS-TIME           PIC X(06).
029800
029900 01  WS-LATEST-BMI.
030000     05 WS-LB-DATE           PIC X(08) VALUE LOW-VALUES.
030100     05 WS-LB-BMI            PIC 99V99 VALUE 0.
030200
030300 01  WS-KLOG.
030400     COPY KLOGREC.
030500
030520 LINKAGE SECTION.
030540 01  SIGNON-PARM.
030560     COPY SIGNON.
030580
030600 PROCEDURE DIVISION USING SIGNON-PARM.
030700 0000-MAINLINE.
030720     MOVE 0 TO WS-RC-USED WS-TRANS-COUNT WS-ENR-USED
030740         WS-ENR-SHOWN WS-WLP-USED WS-MYWL-USED WS-LB-BMI.
030760     MOVE LOW-VALUES TO WS-LV-DATE WS-LV-TIME WS-LB-DATE.
030780     MOVE SPACES TO WS-LV-TERMINAL.
030800     MOVE "MEMINQ  " TO KLOG-PROGRAM.
030900     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
031000     PERFORM 1100-GET-MEMBER-ID THRU 1100-EXIT.
031100     PERFORM 1200-LOG-INQUIRY THRU 1200-EXIT.
031200     PERFORM 2000-LOOKUP-MEMBER THRU 2000-EXIT.
031300     IF NOT MEMBER-FOUND
031400         DISPLAY "NO MEMBER FOUND FOR ID " WS-SEARCH-ID
031500         GOBACK
031600     END-IF.
031700     PERFORM 2100-SHOW-ACCOUNT THRU 2100-EXIT.
031800     PERFORM 3000-RECENT-PAYMENTS THRU 3000-EXIT.
031900     PERFORM 3500-UNPOSTED-PAYMENTS THRU 3500-EXIT.
032000     PERFORM 4000-ENROLLMENTS THRU 4000-EXIT.
032100     PERFORM 4600-WAITLISTS THRU 4600-EXIT.
032200     PERFORM 5000-LAST-VISIT THRU 5000-EXIT.
032300     PERFORM 6000-LATEST-BMI THRU 6000-EXIT.
032400     DISPLAY "------------------------------------------".
032500     GOBACK.
032600
032700*----------------------------------------------------------*
032800* 1000-GET-USER-ID - IDENTIFY THE CLERK SO THE RUN LOG CAN  *
032900* ANSWER "WHO LOOKED AT THIS ACCOUNT".                      *
032950* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.      *
033000*----------------------------------------------------------*
033100 1000-GET-USER-ID.
033200     MOVE SO-OPER-ID TO WS-USER-ID.
033800 1000-EXIT.
033900     EXIT.
034000
034100*----------------------------------------------------------*
034200* 1100-GET-MEMBER-ID - SAME ID-SCHEME PROMPT THE REST OF    *
034300* THE KIOSK USES.                                           *
034400*----------------------------------------------------------*
034500 1100-GET-MEMBER-ID.
034600     DISPLAY "Member ID: " WITH NO ADVANCING.
034700     ACCEPT WS-SEARCH-ID.
034800     IF WS-ID-PREFIX NOT ALPHABETIC
034900         OR WS-ID-SUFFIX NOT NUMERIC
035000         OR WS-ID-FILLER NOT = SPACES
035100         DISPLAY "INVALID MEMBER ID - ENTER A LETTER FOLLOWED"
035200         DISPLAY "BY 9 DIGITS, EXAMPLE A123456789"
035300         GO TO 1100-GET-MEMBER-ID
035400     END-IF.
035500 1100-EXIT.
035600     EXIT.
035700
035800*----------------------------------------------------------*
035900* 1200-LOG-INQUIRY - EVERY INQUIRY IS LOGGED, FOUND OR NOT, *
036000* WITH THE CLERK WHO MADE IT.                               *
036100*----------------------------------------------------------*
036200 1200-LOG-INQUIRY.
036300     MOVE WS-SEARCH-ID TO KLOG-MEMBER-ID.
036400     MOVE 'I'          TO KLOG-SEVERITY.
036500     MOVE "INQ001"     TO KLOG-MSG-CODE.
036600     MOVE SPACES       TO KLOG-MSG-TEXT.
036700     STRING "ACCOUNT INQUIRY BY " DELIMITED BY SIZE
036800         WS-USER-ID DELIMITED BY SIZE
036900         INTO KLOG-MSG-TEXT.
037000     CALL "KLOGWRT" USING WS-KLOG.
037100 1200-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------*
037500* 2000-LOOKUP-MEMBER - ONE KEYED READ OF THE MASTER.        *
037600*----------------------------------------------------------*
037700 2000-LOOKUP-MEMBER.
037800     MOVE 'N' TO WS-FOUND-SW.
037900     OPEN INPUT MEMBER-MASTER-FILE.
038000     IF NOT WS-MASTER-OK
038100         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
038200             WS-MASTER-STATUS
038300         GOBACK
038400     END-IF.
038500     MOVE WS-SEARCH-ID TO MEMBER-ID.
038600     READ MEMBER-MASTER-FILE
038700         INVALID KEY
038800             MOVE 'N' TO WS-FOUND-SW
038900         NOT INVALID KEY
039000             MOVE 'Y' TO WS-FOUND-SW
039100     END-READ.
039200     CLOSE MEMBER-MASTER-FILE.
039300 2000-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------*
039700* 2100-SHOW-ACCOUNT - NAME, STATUS AND BALANCE AS THE       *
039800* MASTER HOLDS THEM AFTER LAST NIGHT'S POSTING.             *
039900*----------------------------------------------------------*
040000 2100-SHOW-ACCOUNT.
040100     PERFORM 2110-SET-STATUS-DESC THRU 2110-EXIT.
040200     MOVE MEMBER-BALANCE TO WS-BAL-EDIT.
040300     DISPLAY "------------------------------------------".
040400     DISPLAY "  ACCOUNT INQUIRY - " WS-SEARCH-ID.
040500     DISPLAY "  NAME......: " MEMBER-NAME.
040600     DISPLAY "  STATUS....: " WS-STATUS-DESC " SINCE "
040700         MEMBER-STATUS-DATE.
040800     DISPLAY "  BALANCE...: " WS-BAL-EDIT
040900         "  (AS POSTED LAST NIGHT)".
041000     DISPLAY "  PLAN......: " MEMBER-PLAN-CODE
041100         "  DUES BILLED THRU " MEMBER-DUES-THRU.
041200 2100-EXIT.
041300     EXIT.
041400
041500 2110-SET-STATUS-DESC.
041600     EVALUATE TRUE
041700         WHEN MEMBER-ACTIVE
041800             MOVE "ACTIVE   " TO WS-STATUS-DESC
041900         WHEN MEMBER-SUSPENDED
042000             MOVE "SUSPENDED" TO WS-STATUS-DESC
042100         WHEN MEMBER-CANCELLED
042200             MOVE "CANCELLED" TO WS-STATUS-DESC
042300         WHEN OTHER
042400             MOVE "UNKNOWN  " TO WS-STATUS-DESC
042500     END-EVALUATE.
042600 2110-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------*
043000* 3000-RECENT-PAYMENTS - THE LAST FIVE POSTED PAYMENT       *
043100* LINES FOR THE MEMBER (PAYMENTS, REVERSALS, REFUNDS AND    *
043200* RETURNED ITEMS), OLDEST FIRST.  NO FILE MEANS NOTHING HAS *
043300* EVER BEEN POSTED.                                         *
043400*----------------------------------------------------------*
043500 3000-RECENT-PAYMENTS.
043600     DISPLAY "  LAST POSTED PAYMENTS:".
043700     OPEN INPUT PAY-HIST-FILE.
043800     IF WS-HIST-NOT-FOUND
043900         DISPLAY "    NONE ON FILE"
044000         GO TO 3000-EXIT
044100     END-IF.
044200     IF NOT WS-HIST-OK
044300         DISPLAY "    PAYHIST UNAVAILABLE, STATUS = "
044400             WS-HIST-STATUS
044500         GO TO 3000-EXIT
044600     END-IF.
044700     PERFORM 3100-READ-HIST THRU 3100-EXIT.
044800     PERFORM 3200-KEEP-HIST THRU 3200-EXIT
044900         UNTIL WS-HIST-EOF.
045000     CLOSE PAY-HIST-FILE.
045100     IF WS-RC-USED = 0
045200         DISPLAY "    NONE ON FILE"
045300         GO TO 3000-EXIT
045400     END-IF.
045500     PERFORM 3300-SHOW-RECENT THRU 3300-EXIT
045600         VARYING WS-RC-I FROM 1 BY 1
045700         UNTIL WS-RC-I > WS-RC-USED.
045800 3000-EXIT.
045900     EXIT.
046000
046100 3100-READ-HIST.
046200     READ PAY-HIST-FILE.
046300 3100-EXIT.
046400     EXIT.
046500
046600 3200-KEEP-HIST.
046700     IF PH-MEMBER-ID NOT = WS-SEARCH-ID
046800         GO TO 3200-NEXT
046900     END-IF.
047000     IF WS-RC-USED < WS-RC-MAX
047100         ADD 1 TO WS-RC-USED
047200     ELSE
047300         PERFORM 3210-SHIFT-RECENT THRU 3210-EXIT
047400             VARYING WS-RC-I FROM 1 BY 1
047500             UNTIL WS-RC-I NOT < WS-RC-MAX
047600     END-IF.
047700     MOVE PH-DATE   TO PL-DATE.
047800     MOVE PH-TIME   TO PL-TIME.
047900     MOVE PH-TYPE   TO PL-TYPE.
048000     MOVE PH-AMOUNT TO PL-AMOUNT.
048100     MOVE PH-FEE    TO PL-FEE.
048200     SET WS-RC-NDX TO WS-RC-USED.
048300     MOVE WS-PAY-LINE TO WS-RC-LINE (WS-RC-NDX).
048400 3200-NEXT.
048500     PERFORM 3100-READ-HIST THRU 3100-EXIT.
048600 3200-EXIT.
048700     EXIT.
048800
048900 3210-SHIFT-RECENT.
049000     COMPUTE WS-RC-J = WS-RC-I + 1.
049100     MOVE WS-RC-LINE (WS-RC-J) TO WS-RC-LINE (WS-RC-I).
049200 3210-EXIT.
049300     EXIT.
049400
049500 3300-SHOW-RECENT.
049600     SET WS-RC-NDX TO WS-RC-I.
049700     MOVE WS-RC-LINE (WS-RC-NDX) TO WS-PAY-LINE.
049800     PERFORM 3900-SHOW-PAY-LINE THRU 3900-EXIT.
049900 3300-EXIT.
050000     EXIT.
050100
050200*----------------------------------------------------------*
050300* 3500-UNPOSTED-PAYMENTS - EVERYTHING THE DESK HAS KEYED    *
050400* FOR THE MEMBER SINCE LAST NIGHT'S PAYPOST.  NOT IN THE    *
050500* BALANCE ABOVE YET.                                        *
050600*----------------------------------------------------------*
050700 3500-UNPOSTED-PAYMENTS.
050800     DISPLAY "  KEYED TODAY, NOT YET POSTED:".
050900     OPEN INPUT PAY-TRANS-FILE.
051000     IF WS-TRANS-NOT-FOUND
051100         DISPLAY "    NONE"
051200         GO TO 3500-EXIT
051300     END-IF.
051400     IF NOT WS-TRANS-OK
051500         DISPLAY "    PAYTRANS UNAVAILABLE, STATUS = "
051600             WS-TRANS-STATUS
051700         GO TO 3500-EXIT
051800     END-IF.
051900     PERFORM 3600-READ-TRANS THRU 3600-EXIT.
052000     PERFORM 3700-SHOW-TRANS THRU 3700-EXIT
052100         UNTIL WS-TRANS-EOF.
052200     CLOSE PAY-TRANS-FILE.
052300     IF WS-TRANS-COUNT = 0
052400         DISPLAY "    NONE"
052500     END-IF.
052600 3500-EXIT.
052700     EXIT.
052800
052900 3600-READ-TRANS.
053000     READ PAY-TRANS-FILE.
053100 3600-EXIT.
053200     EXIT.
053300
053400 3700-SHOW-TRANS.
053500     IF PY-MEMBER-ID = WS-SEARCH-ID
053600         ADD 1 TO WS-TRANS-COUNT
053700         MOVE PY-DATE   TO PL-DATE
053800         MOVE PY-TIME   TO PL-TIME
053900         MOVE PY-TYPE   TO PL-TYPE
054000         MOVE PY-AMOUNT TO PL-AMOUNT
054100         MOVE PY-FEE    TO PL-FEE
054200         PERFORM 3900-SHOW-PAY-LINE THRU 3900-EXIT
054300     END-IF.
054400     PERFORM 3600-READ-TRANS THRU 3600-EXIT.
054500 3700-EXIT.
054600     EXIT.
054700
054800*----------------------------------------------------------*
054900* 3900-SHOW-PAY-LINE - ONE PAYMENT LINE, POSTED OR NOT.  A  *
055000* RETURNED ITEM SHOWS ITS FEE AS WELL.                      *
055100*----------------------------------------------------------*
055200 3900-SHOW-PAY-LINE.
055300     EVALUATE PL-TYPE
055400         WHEN 'V'
055500             MOVE "REVERSAL     " TO WS-TYPE-DESC
055600         WHEN 'R'
055700             MOVE "REFUND       " TO WS-TYPE-DESC
055800         WHEN 'B'
055900             MOVE "RETURNED ITEM" TO WS-TYPE-DESC
056000         WHEN 'H'
056100             MOVE "HOUSEHOLD    " TO WS-TYPE-DESC
056200         WHEN OTHER
056300             MOVE "PAYMENT      " TO WS-TYPE-DESC
056400     END-EVALUATE.
056500     MOVE PL-AMOUNT TO WS-AMT-EDIT.
056600     IF PL-TYPE = 'B' AND PL-FEE NUMERIC AND PL-FEE > 0
056700         DISPLAY "    " PL-DATE " " PL-TIME " " WS-TYPE-DESC
056800             " " WS-AMT-EDIT " + FEE " WITH NO ADVANCING
056900         MOVE PL-FEE TO WS-AMT-EDIT
057000         DISPLAY WS-AMT-EDIT
057100     ELSE
057200         DISPLAY "    " PL-DATE " " PL-TIME " " WS-TYPE-DESC
057300             " " WS-AMT-EDIT
057400     END-IF.
057500 3900-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------*
057900* 4000-ENROLLMENTS - NET THE MEMBER'S ENROLS AGAINST DROPS  *
058000* CLASS BY CLASS, THE WAY ENROLL AND CLSROSTR DO, THEN FILL *
058100* IN THE DAY AND TIME FROM THE SCHEDULE.  NO FILE YET MEANS *
058200* NO ENROLLMENTS.                                           *
058300*----------------------------------------------------------*
058400 4000-ENROLLMENTS.
058500     DISPLAY "  CLASS ENROLLMENTS:".
058600     OPEN INPUT ENROLL-TRANS-FILE.
058700     IF WS-ENROLL-NOT-FOUND
058800         DISPLAY "    NONE"
058900         GO TO 4000-EXIT
059000     END-IF.
059100     IF NOT WS-ENROLL-OK
059200         DISPLAY "    ENRTRANS UNAVAILABLE, STATUS = "
059300             WS-ENROLL-STATUS
059400         GO TO 4000-EXIT
059500     END-IF.
059600     PERFORM 4100-READ-ENROLL THRU 4100-EXIT.
059700     PERFORM 4200-TALLY-ENROLL THRU 4200-EXIT
059800         UNTIL WS-ENROLL-EOF.
059900     CLOSE ENROLL-TRANS-FILE.
060000     PERFORM 4400-DESCRIBE-CLASSES THRU 4400-EXIT.
060100     PERFORM 4500-SHOW-ENROLLMENT THRU 4500-EXIT
060200         VARYING WS-ENR-I FROM 1 BY 1
060300         UNTIL WS-ENR-I > WS-ENR-USED.
060400     IF WS-ENR-SHOWN = 0
060500         DISPLAY "    NONE"
060600     END-IF.
060700 4000-EXIT.
060800     EXIT.
060900
061000 4100-READ-ENROLL.
061100     READ ENROLL-TRANS-FILE.
061200 4100-EXIT.
061300     EXIT.
061400
061500 4200-TALLY-ENROLL.
061600     IF EN-MEMBER-ID NOT = WS-SEARCH-ID
061700         GO TO 4200-NEXT
061800     END-IF.
061900     MOVE EN-CLASS-ID TO WS-FIND-CLASS.
062000     PERFORM 4300-FIND-ENR-ROW THRU 4300-EXIT.
062100     IF NOT ROW-FOUND
062200         IF WS-ENR-USED NOT < WS-ENR-MAX
062300             GO TO 4200-NEXT
062400         END-IF
062500         ADD 1 TO WS-ENR-USED
062600         SET WS-ENR-NDX TO WS-ENR-USED
062700         MOVE EN-CLASS-ID TO WS-ENR-CLASS (WS-ENR-NDX)
062800         MOVE 0           TO WS-ENR-NET (WS-ENR-NDX)
062900         MOVE "(NOT ON SCHEDULE)"
063000             TO WS-ENR-DESC (WS-ENR-NDX)
063100         MOVE SPACES      TO WS-ENR-DAY (WS-ENR-NDX)
063200         MOVE SPACES      TO WS-ENR-TIME (WS-ENR-NDX)
063300     END-IF.
063400     IF EN-ACTION-DROP
063500         SUBTRACT 1 FROM WS-ENR-NET (WS-ENR-NDX)
063600     ELSE
063700         ADD 1 TO WS-ENR-NET (WS-ENR-NDX)
063800     END-IF.
063900 4200-NEXT.
064000     PERFORM 4100-READ-ENROLL THRU 4100-EXIT.
064100 4200-EXIT.
064200     EXIT.
064300
064400 4300-FIND-ENR-ROW.
064500     MOVE 'N' TO WS-ROW-FOUND-SW.
064600     PERFORM 4310-CHECK-ROW THRU 4310-EXIT
064700         VARYING WS-ENR-I FROM 1 BY 1
064800         UNTIL ROW-FOUND OR WS-ENR-I > WS-ENR-USED.
064900 4300-EXIT.
065000     EXIT.
065100
065200 4310-CHECK-ROW.
065300     SET WS-ENR-NDX TO WS-ENR-I.
065400     IF WS-ENR-CLASS (WS-ENR-NDX) = WS-FIND-CLASS
065500         MOVE 'Y' TO WS-ROW-FOUND-SW
065600     END-IF.
065700 4310-EXIT.
065800     EXIT.
065900
066000*----------------------------------------------------------*
066100* 4400-DESCRIBE-CLASSES - ONE PASS OF THE SCHEDULE TO PICK  *
066200* UP THE DESCRIPTION, DAY AND TIME OF EACH CLASS THE MEMBER *
066300* HAS TOUCHED.  A MISSING SCHEDULE JUST LEAVES THE IDS.     *
066400*----------------------------------------------------------*
066500 4400-DESCRIBE-CLASSES.
066600     IF WS-ENR-USED = 0
066700         GO TO 4400-EXIT
066800     END-IF.
066900     OPEN INPUT CLASS-SCHEDULE-FILE.
067000     IF NOT WS-CLASS-OK
067100         GO TO 4400-EXIT
067200     END-IF.
067300     PERFORM 4410-READ-CLASS THRU 4410-EXIT.
067400     PERFORM 4420-MATCH-CLASS THRU 4420-EXIT
067500         UNTIL WS-CLASS-EOF.
067600     CLOSE CLASS-SCHEDULE-FILE.
067700 4400-EXIT.
067800     EXIT.
067900
068000 4410-READ-CLASS.
068100     READ CLASS-SCHEDULE-FILE.
068200 4410-EXIT.
068300     EXIT.
068400
068500 4420-MATCH-CLASS.
068600     MOVE CLS-CLASS-ID TO WS-FIND-CLASS.
068700     PERFORM 4300-FIND-ENR-ROW THRU 4300-EXIT.
068800     IF ROW-FOUND
068900         MOVE CLS-DESCRIPTION TO WS-ENR-DESC (WS-ENR-NDX)
069000         MOVE CLS-DAY         TO WS-ENR-DAY (WS-ENR-NDX)
069100         MOVE CLS-TIME        TO WS-ENR-TIME (WS-ENR-NDX)
069200     END-IF.
069300     PERFORM 4410-READ-CLASS THRU 4410-EXIT.
069400 4420-EXIT.
069500     EXIT.
069600
069700 4500-SHOW-ENROLLMENT.
069800     SET WS-ENR-NDX TO WS-ENR-I.
069900     IF WS-ENR-NET (WS-ENR-NDX) > 0
070000         ADD 1 TO WS-ENR-SHOWN
070100         DISPLAY "    " WS-ENR-CLASS (WS-ENR-NDX) " "
070200             WS-ENR-DESC (WS-ENR-NDX) " "
070300             WS-ENR-DAY (WS-ENR-NDX) " "
070400             WS-ENR-TIME (WS-ENR-NDX)
070500     END-IF.
070600 4500-EXIT.
070700     EXIT.
070800
070900*----------------------------------------------------------*
071000* 4600-WAITLISTS - THE WAITLIST IS KEPT IN SIGN-UP ORDER    *
071100* (CLSPROMO REWRITES IT WITHOUT THE PROMOTED), SO A RUNNING *
071200* COUNT PER CLASS GIVES THE MEMBER'S PLACE IN THE QUEUE AND *
071300* THE COUNT AT THE END GIVES ITS LENGTH.                    *
071400*----------------------------------------------------------*
071500 4600-WAITLISTS.
071600     DISPLAY "  WAITLISTS:".
071700     OPEN INPUT WAIT-LIST-FILE.
071800     IF WS-WAIT-NOT-FOUND
071900         DISPLAY "    NONE"
072000         GO TO 4600-EXIT
072100     END-IF.
072200     IF NOT WS-WAIT-OK
072300         DISPLAY "    WAITLIST UNAVAILABLE, STATUS = "
072400             WS-WAIT-STATUS
072500         GO TO 4600-EXIT
072600     END-IF.
072700     PERFORM 4610-READ-WAITLIST THRU 4610-EXIT.
072800     PERFORM 4620-COUNT-ENTRY THRU 4620-EXIT
072900         UNTIL WS-WAIT-EOF.
073000     CLOSE WAIT-LIST-FILE.
073100     IF WS-MYWL-USED = 0
073200         DISPLAY "    NONE"
073300         GO TO 4600-EXIT
073400     END-IF.
073500     PERFORM 4700-SHOW-WAITLIST THRU 4700-EXIT
073600         VARYING WS-MYWL-I FROM 1 BY 1
073700         UNTIL WS-MYWL-I > WS-MYWL-USED.
073800 4600-EXIT.
073900     EXIT.
074000
074100 4610-READ-WAITLIST.
074200     READ WAIT-LIST-FILE.
074300 4610-EXIT.
074400     EXIT.
074500
074600 4620-COUNT-ENTRY.
074700     MOVE WL-CLASS-ID TO WS-FIND-CLASS.
074800     PERFORM 4630-FIND-WLP-ROW THRU 4630-EXIT.
074900     IF NOT ROW-FOUND
075000         IF WS-WLP-USED NOT < WS-WLP-MAX
075100             GO TO 4620-NEXT
075200         END-IF
075300         ADD 1 TO WS-WLP-USED
075400         SET WS-WLP-NDX TO WS-WLP-USED
075500         MOVE WL-CLASS-ID TO WS-WLP-CLASS (WS-WLP-NDX)
075600         MOVE 0           TO WS-WLP-COUNT (WS-WLP-NDX)
075700     END-IF.
075800     ADD 1 TO WS-WLP-COUNT (WS-WLP-NDX).
075900     IF WL-MEMBER-ID = WS-SEARCH-ID
076000         AND WS-MYWL-USED < WS-MYWL-MAX
076100         ADD 1 TO WS-MYWL-USED
076200         SET WS-MYWL-NDX TO WS-MYWL-USED
076300         MOVE WL-CLASS-ID TO WS-MYWL-CLASS (WS-MYWL-NDX)
076400         MOVE WS-WLP-COUNT (WS-WLP-NDX)
076500             TO WS-MYWL-POSITION (WS-MYWL-NDX)
076600         SET WS-MYWL-ROW (WS-MYWL-NDX) TO WS-WLP-NDX
076700     END-IF.
076800 4620-NEXT.
076900     PERFORM 4610-READ-WAITLIST THRU 4610-EXIT.
077000 4620-EXIT.
077100     EXIT.
077200
077300 4630-FIND-WLP-ROW.
077400     MOVE 'N' TO WS-ROW-FOUND-SW.
077500     PERFORM 4640-CHECK-ROW THRU 4640-EXIT
077600         VARYING WS-WLP-I FROM 1 BY 1
077700         UNTIL ROW-FOUND OR WS-WLP-I > WS-WLP-USED.
077800 4630-EXIT.
077900     EXIT.
078000
078100 4640-CHECK-ROW.
078200     SET WS-WLP-NDX TO WS-WLP-I.
078300     IF WS-WLP-CLASS (WS-WLP-NDX) = WS-FIND-CLASS
078400         MOVE 'Y' TO WS-ROW-FOUND-SW
078500     END-IF.
078600 4640-EXIT.
078700     EXIT.
078800
078900 4700-SHOW-WAITLIST.
079000     SET WS-MYWL-NDX TO WS-MYWL-I.
079100     SET WS-WLP-NDX TO WS-MYWL-ROW (WS-MYWL-NDX).
079200     MOVE WS-MYWL-POSITION (WS-MYWL-NDX) TO WS-COUNT-EDIT.
079300     MOVE WS-WLP-COUNT (WS-WLP-NDX) TO WS-TOTAL-EDIT.
079400     DISPLAY "    " WS-MYWL-CLASS (WS-MYWL-NDX)
079500         " PLACE " WS-COUNT-EDIT " OF " WS-TOTAL-EDIT
079600         " WAITING".
079700 4700-EXIT.
079800     EXIT.
079900
080000*----------------------------------------------------------*
080100* 5000-LAST-VISIT - LATEST CHECK-IN ON THE HISTORY FILE.    *
080200* TODAY'S VISITS REACH CHKHIST AT TONIGHT'S CHKCLOSE.       *
080300*----------------------------------------------------------*
080400 5000-LAST-VISIT.
080500     OPEN INPUT CHK-HIST-FILE.
080600     IF WS-CHK-NOT-FOUND
080700         DISPLAY "  LAST VISIT: NONE ON FILE"
080800         GO TO 5000-EXIT
080900     END-IF.
081000     IF NOT WS-CHK-OK
081100         DISPLAY "  LAST VISIT: CHKHIST UNAVAILABLE, STATUS = "
081200             WS-CHK-STATUS
081300         GO TO 5000-EXIT
081400     END-IF.
081500     PERFORM 5100-READ-CHK THRU 5100-EXIT.
081600     PERFORM 5200-CHECK-CHK THRU 5200-EXIT
081700         UNTIL WS-CHK-EOF.
081800     CLOSE CHK-HIST-FILE.
081900     IF WS-LV-DATE = LOW-VALUES
082000         DISPLAY "  LAST VISIT: NONE ON FILE"
082100     ELSE
082200         DISPLAY "  LAST VISIT: " WS-LV-DATE " " WS-LV-TIME
082300             " TERMINAL " WS-LV-TERMINAL
082400     END-IF.
082500 5000-EXIT.
082600     EXIT.
082700
082800 5100-READ-CHK.
082900     READ CHK-HIST-FILE.
083000 5100-EXIT.
083100     EXIT.
083200
083300 5200-CHECK-CHK.
083400     IF CH-MEMBER-ID = WS-SEARCH-ID AND CH-TYPE-IN
083500         MOVE CH-DATE TO WS-CS-DATE
083600         MOVE CH-TIME TO WS-CS-TIME
083700         IF WS-CHK-STAMP NOT < WS-LV-STAMP
083800             MOVE WS-CHK-STAMP TO WS-LV-STAMP
083900             MOVE CH-TERMINAL  TO WS-LV-TERMINAL
084000         END-IF
084100     END-IF.
084200     PERFORM 5100-READ-CHK THRU 5100-EXIT.
084300 5200-EXIT.
084400     EXIT.
084500
084600*----------------------------------------------------------*
084700* 6000-LATEST-BMI - MOST RECENT READING ON BMIHIST.         *
084800*----------------------------------------------------------*
084900 6000-LATEST-BMI.
085000     OPEN INPUT BMI-HISTORY-FILE.
085100     IF WS-BMI-NOT-FOUND
085200         DISPLAY "  LATEST BMI: NONE ON FILE"
085300         GO TO 6000-EXIT
085400     END-IF.
085500     IF NOT WS-BMI-OK
085600         DISPLAY "  LATEST BMI: BMIHIST UNAVAILABLE, STATUS = "
085700             WS-BMI-STATUS
085800         GO TO 6000-EXIT
085900     END-IF.
086000     PERFORM 6100-READ-BMI THRU 6100-EXIT.
086100     PERFORM 6200-CHECK-BMI THRU 6200-EXIT
086200         UNTIL WS-BMI-EOF.
086300     CLOSE BMI-HISTORY-FILE.
086400     IF WS-LB-DATE = LOW-VALUES
086500         DISPLAY "  LATEST BMI: NONE ON FILE"
086600     ELSE
086700         MOVE WS-LB-BMI TO WS-BMI-EDIT
086800         DISPLAY "  LATEST BMI: " WS-BMI-EDIT " ON " WS-LB-DATE
086900     END-IF.
087000 6000-EXIT.
087100     EXIT.
087200
087300 6100-READ-BMI.
087400     READ BMI-HISTORY-FILE.
087500 6100-EXIT.
087600     EXIT.
087700
087800 6200-CHECK-BMI.
087900     IF BH-MEMBER-ID = WS-SEARCH-ID
088000         AND BH-DATE NOT < WS-LB-DATE
088100         MOVE BH-DATE TO WS-LB-DATE
088200         MOVE BH-BMI  TO WS-LB-BMI
088300     END-IF.
088400     PERFORM 6100-READ-BMI THRU 6100-EXIT.
088500 6200-EXIT.
088600     EXIT.
