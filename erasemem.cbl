000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ERASEMEM.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  MEMBER DATA ERASURE.  A CANCELLED
001000*                      MEMBER WHO ASKS FOR THEIR PERSONAL
001100*                      DATA TO BE DELETED HAD NO WAY TO GET
001200*                      IT DONE.  EACH APPROVED REQUEST ON
001300*                      ERASREQ IS CHECKED AND, IF IT PASSES,
001400*                      THE MEMBER IS RE-KEYED ON MEMMAST TO A
001500*                      SURROGATE ID ('X' AND A 9-DIGIT
001600*                      SERIAL) WITH THE NAME REPLACED AND THE
001700*                      DATE OF BIRTH CUT BACK TO THE YEAR, SO
001800*                      AGE BANDS, BMI AND VISIT COUNTS AND
001900*                      EVERY MONEY TOTAL STILL FOOT.  THE
002000*                      CONTACT RECORD IS DELETED, MEMAUDIT
002100*                      GETS AN 'E' LINE UNDER THE SURROGATE
002200*                      AND THE PAIR GOES ON THE ERASURE
002300*                      REGISTER (ERASREG) FOR ERASEFIL TO
002400*                      RE-KEY THE SEQUENTIAL FILES AND FOR
002500*                      MEMDELTA TO TELL THE PORTAL.  A
002600*                      REQUEST IS REFUSED UNLESS THE MEMBER
002700*                      IS CANCELLED WITH A ZERO BALANCE AND
002800*                      HAS NO OPEN CLASS ENROLLMENT OR
002900*                      WAITLIST PLACE, NO RENTED LOCKER, NO
003000*                      UNEXPIRED TRAINING SESSIONS AND PAYS
003100*                      FOR NO OTHER HOUSEHOLD MEMBER.  EVERY
003200*                      REQUEST, ERASED OR REFUSED, GOES ON
003300*                      THE ERASURE CERTIFICATE (ERASCERT) AND
003400*                      KIOSKLOG.
003420*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
003440*                      (RECORD 96 TO 99, APPENDED) -
003460*                      LENGTHS AND COPY REPLACEMENTS GREW
003480*                      WITH IT, MEMAUDIT 615 TO 621.
003485*   2026-10-15  KAGE   CERTIFICATE NO LONGER SAYS THE
003490*                      PORTAL EXTRACTS ARE REBUILT FROM
003495*                      THE MASTER - ERASRUN RE-KEYS THEM.
003500*
003600* ERASREQ RECORD.
003700*   COLS 1-20  MEMBER ID, 22-29 APPROVED BY (OPERATOR ID),
003800*   31-42 REQUEST REFERENCE.  NO APPROVER, NO ERASURE.
003900*----------------------------------------------------------*
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ERASE-REQUEST-FILE ASSIGN TO "ERASREQ"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REQ-STATUS.
004700
004800     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS MEMBER-ID
005200         FILE STATUS IS WS-MASTER-STATUS.
005300
005400     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CT-MEMBER-ID
005800         FILE STATUS IS WS-CONTACT-STATUS.
005900
006000     SELECT ENROLL-TRANS-FILE ASSIGN TO "ENRTRANS"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SCAN-STATUS.
006300
006400     SELECT WAIT-LIST-FILE ASSIGN TO "WAITLIST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-SCAN-STATUS.
006700
006800     SELECT LOCKER-FILE ASSIGN TO "LOCKMAST"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-SCAN-STATUS.
007100
007200     SELECT PACKAGE-FILE ASSIGN TO "PTPACK"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-SCAN-STATUS.
007500
007600     SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-SCAN-STATUS.
007900
008000     SELECT ERASURE-REG-FILE ASSIGN TO "ERASREG"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-REG-STATUS.
008300
008400     SELECT MEMBER-AUDIT-FILE ASSIGN TO "MEMAUDIT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-AUDIT-STATUS.
008700
008800     SELECT ERASE-CERT-FILE ASSIGN TO "ERASCERT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-CERT-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  ERASE-REQUEST-FILE.
009500 01  ERASE-REQUEST-RECORD.
009600     05 RQ-MEMBER-ID         PIC X(20).
009700     05 FILLER               PIC X(01).
009800     05 RQ-APPROVED-BY       PIC X(08).
009900     05 FILLER               PIC X(01).
010000     05 RQ-REQUEST-REF       PIC X(12).
010100     05 FILLER               PIC X(38).
010200
010300 FD  MEMBER-MASTER-FILE.
010400 01  MEMBER-MASTER-RECORD.
010500     COPY MEMBER.
010600
010700 FD  CONTACT-FILE.
010800 01  CONTACT-RECORD.
010900     COPY CONTACT.
011000
011100 FD  ENROLL-TRANS-FILE.
011200 01  ENROLL-TRANS-RECORD.
011300     05 EN-CLASS-ID          PIC X(08).
011400     05 FILLER               PIC X(01).
011500     05 EN-MEMBER-ID         PIC X(20).
011600     05 FILLER               PIC X(01).
011700     05 EN-DATE              PIC X(08).
011800     05 FILLER               PIC X(01).
011900     05 EN-TIME              PIC X(06).
012000     05 FILLER               PIC X(01).
012100     05 EN-ACTION            PIC X(03).
012200         88 EN-ACTION-DROP   VALUE 'DRP'.
012300
012400 FD  WAIT-LIST-FILE.
012500 01  WAIT-LIST-RECORD.
012600     05 WL-CLASS-ID          PIC X(08).
012700     05 FILLER               PIC X(01).
012800     05 WL-MEMBER-ID         PIC X(20).
012900     05 FILLER               PIC X(01).
013000     05 WL-DATE              PIC X(08).
013100     05 FILLER               PIC X(01).
013200     05 WL-TIME              PIC X(06).
013300
013400 FD  LOCKER-FILE.
013500 01  LOCKER-RECORD.
013600     COPY LOCKER.
013700
013800 FD  PACKAGE-FILE.
013900 01  PACKAGE-RECORD.
014000     COPY PTPACK.
014100
014200 FD  HOUSEHOLD-FILE.
014300 01  HOUSEHOLD-RECORD.
014400     COPY HOUSEHLD.
014500
014600 FD  ERASURE-REG-FILE.
014700 01  ERASURE-REG-RECORD.
014800     COPY ERASREG.
014900
015000 FD  MEMBER-AUDIT-FILE.
015100 01  MEMBER-AUDIT-RECORD.
015200     05 AU-DATE              PIC X(08).
015300     05 FILLER               PIC X(01).
015400     05 AU-TIME              PIC X(06).
015500     05 FILLER               PIC X(01).
015600     05 AU-USER              PIC X(08).
015700     05 FILLER               PIC X(01).
015800     05 AU-ACTION            PIC X(01).
015900     05 FILLER               PIC X(01).
016000     05 AU-MEMBER-ID         PIC X(20).
016100     05 FILLER               PIC X(01).
016200     05 AU-BEFORE-IMAGE      PIC X(99).
016300     05 FILLER               PIC X(01).
016400     05 AU-AFTER-IMAGE       PIC X(99).
016500     05 FILLER               PIC X(01).
016600     05 AU-CONTACT-BEFORE    PIC X(186).
016700     05 FILLER               PIC X(01).
016800     05 AU-CONTACT-AFTER     PIC X(186).
016900
017000 FD  ERASE-CERT-FILE.
017100 01  ERASE-CERT-LINE         PIC X(80).
017200
017300 WORKING-STORAGE SECTION.
017400 01  WS-SWITCHES.
017500     05 WS-REQ-STATUS        PIC X(02).
017600         88 WS-REQ-OK        VALUE '00'.
017700         88 WS-REQ-EOF       VALUE '10'.
017800     05 WS-MASTER-STATUS     PIC X(02).
017900         88 WS-MASTER-OK     VALUE '00'.
018000     05 WS-CONTACT-STATUS    PIC X(02).
018100         88 WS-CONTACT-OK    VALUE '00'.
018200         88 WS-CONTACT-NOT-FOUND VALUE '35'.
018300     05 WS-SCAN-STATUS       PIC X(02).
018400         88 WS-SCAN-OK       VALUE '00'.
018500         88 WS-SCAN-EOF      VALUE '10'.
018600         88 WS-SCAN-NOT-FOUND VALUE '35'.
018700     05 WS-REG-STATUS        PIC X(02).
018800         88 WS-REG-OK        VALUE '00'.
018900         88 WS-REG-EOF       VALUE '10'.
019000         88 WS-REG-NOT-FOUND VALUE '35'.
019100     05 WS-AUDIT-STATUS      PIC X(02).
019200         88 WS-AUDIT-OK      VALUE '00'.
019300         88 WS-AUDIT-NOT-FOUND VALUE '35'.
019400     05 WS-CERT-STATUS       PIC X(02).
019500         88 WS-CERT-OK       VALUE '00'.
019600         88 WS-CERT-NOT-FOUND VALUE '35'.
019700     05 WS-CONTACT-OPEN-SW   PIC X(01) VALUE 'N'.
019800         88 CONTACT-OPEN     VALUE 'Y'.
019900     05 WS-FOUND-SW          PIC X(01).
020000         88 WS-FOUND         VALUE 'Y'.
020100     05 WS-FAIL-SW           PIC X(01).
020200         88 WS-ERASE-FAILED  VALUE 'Y'.
020300     05 WS-CONTACT-SW        PIC X(01).
020400         88 WS-CONTACT-DELETED VALUE 'Y'.
020500
020600 01  WS-CURR-DATE            PIC X(08).
020700 01  WS-CURR-TIME            PIC X(08).
020800
020900*    THE REQUESTS, CHECKED AND THEN ACTED ON IN FILE ORDER.
021000*    A BLANK REASON MEANS THE REQUEST HAS PASSED SO FAR.
021100 01  WS-REQ-TABLE.
021200     05 WS-REQ-ENTRY OCCURS 50 TIMES
021300                     INDEXED BY WS-REQ-NDX.
021400         10 WS-RQ-ID         PIC X(20).
021500         10 WS-RQ-APPROVED-BY PIC X(08).
021600         10 WS-RQ-REF        PIC X(12).
021700         10 WS-RQ-REASON     PIC X(30).
021800         10 WS-RQ-SURROGATE  PIC X(20).
021900         10 WS-RQ-CONTACT-SW PIC X(01).
022000 77  WS-REQ-USED             PIC 9(03) COMP VALUE 0.
022100 77  WS-REQ-I                PIC 9(03) COMP VALUE 0.
022200 77  WS-REQ-HIT              PIC 9(03) COMP VALUE 0.
022300 77  WS-REQ-MAX              PIC 9(03) COMP VALUE 50.
022400 01  WS-SCAN-ID              PIC X(20).
022500 01  WS-REASON               PIC X(30).
022600
022700*    NET ENROLLMENTS PER REQUESTED MEMBER AND CLASS.
022800 01  WS-ENR-TABLE.
022900     05 WS-ENR-ENTRY OCCURS 200 TIMES
023000                     INDEXED BY WS-ENR-NDX.
023100         10 WS-ENR-ROW       PIC 9(03) COMP.
023200         10 WS-ENR-CLASS     PIC X(08).
023300         10 WS-ENR-NET       PIC S9(03) COMP.
023400 77  WS-ENR-USED             PIC 9(03) COMP VALUE 0.
023500 77  WS-ENR-I                PIC 9(03) COMP VALUE 0.
023600 77  WS-ENR-HIT              PIC 9(03) COMP VALUE 0.
023700 77  WS-ENR-MAX              PIC 9(03) COMP VALUE 200.
023800
023900*    SURROGATE IDS - THE HIGHEST SERIAL ON THE REGISTER, PLUS ONE.
024000 77  WS-LAST-SERIAL          PIC 9(09) VALUE 0.
024100 01  WS-SURROGATE-ID.
024200     05 WS-SG-PREFIX         PIC X(01) VALUE 'X'.
024300     05 WS-SG-SERIAL         PIC 9(09).
024400     05 FILLER               PIC X(10) VALUE SPACES.
024500 01  WS-SERIAL-CHECK         PIC X(09).
024600 01  WS-SERIAL-NUM REDEFINES WS-SERIAL-CHECK
024700                             PIC 9(09).
024800
024900 01  WS-OLD-IMAGE            PIC X(99).
025000 01  WS-NEW-IMAGE            PIC X(99).
025100 01  WS-ERASED-NAME          PIC X(20) VALUE "ERASED MEMBER".
025200 01  WS-BIRTH-YEAR           PIC X(04).
025300
025400 77  WS-ERASED-COUNT         PIC 9(03) COMP VALUE 0.
025500 77  WS-REFUSED-COUNT        PIC 9(03) COMP VALUE 0.
025600 77  WS-WORST-RC             PIC 9(02) COMP VALUE 0.
025700 01  WS-COUNT-EDIT           PIC ZZ9.
025800
025900 01  WS-KLOG.
026000     COPY KLOGREC.
026100
026200 PROCEDURE DIVISION.
026300 0000-MAINLINE.
026400     MOVE "ERASEMEM" TO KLOG-PROGRAM.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026600     PERFORM 2000-CHECK-MASTER THRU 2000-EXIT
026700         VARYING WS-REQ-I FROM 1 BY 1
026800         UNTIL WS-REQ-I > WS-REQ-USED.
026900     PERFORM 3000-SCAN-ENROLLMENTS THRU 3000-EXIT.
027000     PERFORM 3200-SCAN-WAITLIST THRU 3200-EXIT.
027100     PERFORM 3400-SCAN-LOCKERS THRU 3400-EXIT.
027200     PERFORM 3600-SCAN-PACKAGES THRU 3600-EXIT.
027300     PERFORM 3800-SCAN-HOUSEHOLDS THRU 3800-EXIT.
027400     IF WS-WORST-RC > 4
027500         DISPLAY "ERASEMEM STOPPED BEFORE ANY ERASURE"
027600         CLOSE MEMBER-MASTER-FILE
027700         MOVE WS-WORST-RC TO RETURN-CODE
027800         GOBACK
027900     END-IF.
028000     PERFORM 4000-ERASE-MEMBER THRU 4000-EXIT
028100         VARYING WS-REQ-I FROM 1 BY 1
028200         UNTIL WS-REQ-I > WS-REQ-USED.
028300     PERFORM 5000-CERTIFICATE THRU 5000-EXIT.
028400     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
028500     GOBACK.
028600
028700*----------------------------------------------------------*
028800* 1000-INITIALIZE - LOAD THE REQUESTS, FIND THE LAST        *
028900* SURROGATE SERIAL ISSUED AND OPEN THE MASTER.  NOTHING IS  *
029000* CHANGED UNTIL EVERY CHECK HAS RUN.                        *
029100*----------------------------------------------------------*
029200 1000-INITIALIZE.
029300     CALL "RUNDT" USING WS-CURR-DATE.
029400     OPEN INPUT ERASE-REQUEST-FILE.
029500     IF NOT WS-REQ-OK
029600         DISPLAY "ERASREQ OPEN FAILED, STATUS = "
029700             WS-REQ-STATUS
029800         MOVE 8 TO RETURN-CODE
029900         GOBACK
030000     END-IF.
030100     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
030200     PERFORM 1200-KEEP-REQUEST THRU 1200-EXIT
030300         UNTIL WS-REQ-EOF.
030400     CLOSE ERASE-REQUEST-FILE.
030500     IF WS-REQ-USED = 0
030600         DISPLAY "NO ERASURE REQUESTS ON ERASREQ"
030700         GOBACK
030800     END-IF.
030900     OPEN INPUT ERASURE-REG-FILE.
031000     IF WS-REG-OK
031100         PERFORM 1300-READ-REGISTER THRU 1300-EXIT
031200         PERFORM 1400-NOTE-SERIAL THRU 1400-EXIT
031300             UNTIL WS-REG-EOF
031400         CLOSE ERASURE-REG-FILE
031500     ELSE
031600         IF NOT WS-REG-NOT-FOUND
031700             DISPLAY "ERASREG OPEN FAILED, STATUS = "
031800                 WS-REG-STATUS
031900             MOVE 8 TO RETURN-CODE
032000             GOBACK
032100         END-IF
032200     END-IF.
032300     OPEN I-O MEMBER-MASTER-FILE.
032400     IF NOT WS-MASTER-OK
032500         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
032600             WS-MASTER-STATUS
032700         MOVE 8 TO RETURN-CODE
032800         GOBACK
032900     END-IF.
033000 1000-EXIT.
033100     EXIT.
033200
033300 1100-READ-REQUEST.
033400     READ ERASE-REQUEST-FILE.
033500 1100-EXIT.
033600     EXIT.
033700
033800 1200-KEEP-REQUEST.
033900     IF RQ-MEMBER-ID = SPACES OR RQ-MEMBER-ID (1:1) = '*'
034000         GO TO 1200-NEXT
034100     END-IF.
034200     IF WS-REQ-USED NOT < WS-REQ-MAX
034300         DISPLAY "MORE THAN " WS-REQ-MAX
034400             " REQUESTS - LEFT FOR THE NEXT RUN: " RQ-MEMBER-ID
034500         IF WS-WORST-RC < 4
034600             MOVE 4 TO WS-WORST-RC
034700         END-IF
034800         GO TO 1200-NEXT
034900     END-IF.
035000     MOVE RQ-MEMBER-ID TO WS-SCAN-ID.
035100     PERFORM 3900-FIND-REQUEST THRU 3900-EXIT.
035200     ADD 1 TO WS-REQ-USED.
035300     SET WS-REQ-NDX TO WS-REQ-USED.
035400     MOVE RQ-MEMBER-ID   TO WS-RQ-ID (WS-REQ-NDX).
035500     MOVE RQ-APPROVED-BY TO WS-RQ-APPROVED-BY (WS-REQ-NDX).
035600     MOVE RQ-REQUEST-REF TO WS-RQ-REF (WS-REQ-NDX).
035700     MOVE SPACES TO WS-RQ-REASON (WS-REQ-NDX).
035800     MOVE SPACES TO WS-RQ-SURROGATE (WS-REQ-NDX).
035900     MOVE 'N' TO WS-RQ-CONTACT-SW (WS-REQ-NDX).
036000     IF RQ-APPROVED-BY = SPACES
036100         MOVE "NOT APPROVED" TO WS-RQ-REASON (WS-REQ-NDX)
036200     END-IF.
036300     IF WS-REQ-HIT > 0
036400         MOVE "DUPLICATE REQUEST" TO WS-RQ-REASON (WS-REQ-NDX)
036500     END-IF.
036600 1200-NEXT.
036700     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
036800 1200-EXIT.
036900     EXIT.
037000
037100 1300-READ-REGISTER.
037200     READ ERASURE-REG-FILE.
037300 1300-EXIT.
037400     EXIT.
037500
037600 1400-NOTE-SERIAL.
037700     MOVE ER-SURROGATE-SERIAL TO WS-SERIAL-CHECK.
037800     IF WS-SERIAL-CHECK NUMERIC
037900         AND WS-SERIAL-NUM > WS-LAST-SERIAL
038000         MOVE WS-SERIAL-NUM TO WS-LAST-SERIAL
038100     END-IF.
038200     PERFORM 1300-READ-REGISTER THRU 1300-EXIT.
038300 1400-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------*
038700* 2000-CHECK-MASTER - THE MEMBER MUST BE ON THE MASTER,     *
038800* CANCELLED, NOT ALREADY ERASED AND OWE NOTHING (A CREDIT   *
038900* IS REFUNDED FIRST, NOT ERASED WITH THE NAME).             *
039000*----------------------------------------------------------*
039100 2000-CHECK-MASTER.
039200     SET WS-REQ-NDX TO WS-REQ-I.
039300     IF WS-RQ-REASON (WS-REQ-NDX) NOT = SPACES
039400         GO TO 2000-EXIT
039500     END-IF.
039600     MOVE WS-RQ-ID (WS-REQ-NDX) TO MEMBER-ID.
039700     READ MEMBER-MASTER-FILE
039800         INVALID KEY
039900             MOVE "NOT ON THE MEMBER MASTER"
040000                 TO WS-RQ-REASON (WS-REQ-NDX)
040100             GO TO 2000-EXIT
040200     END-READ.
040300     EVALUATE TRUE
040400         WHEN MEMBER-NAME = WS-ERASED-NAME
040500             MOVE "ALREADY ERASED" TO WS-RQ-REASON (WS-REQ-NDX)
040600         WHEN NOT MEMBER-CANCELLED
040700             MOVE "MEMBERSHIP NOT CANCELLED"
040800                 TO WS-RQ-REASON (WS-REQ-NDX)
040900         WHEN MEMBER-BALANCE NOT NUMERIC
041000             MOVE "BALANCE NOT NUMERIC"
041100                 TO WS-RQ-REASON (WS-REQ-NDX)
041200         WHEN MEMBER-BALANCE NOT = 0
041300             MOVE "BALANCE NOT ZERO" TO WS-RQ-REASON (WS-REQ-NDX)
041400     END-EVALUATE.
041500 2000-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------*
041900* 3000-SCAN-ENROLLMENTS - ENROLS LESS DROPS PER CLASS, THE  *
042000* SAME NETTING ENROLL USES.  ANY CLASS STILL NETTING ABOVE  *
042100* ZERO IS AN OPEN ENROLLMENT.                               *
042200*----------------------------------------------------------*
042300 3000-SCAN-ENROLLMENTS.
042400     OPEN INPUT ENROLL-TRANS-FILE.
042500     IF WS-SCAN-NOT-FOUND
042600         GO TO 3000-EXIT
042700     END-IF.
042800     IF NOT WS-SCAN-OK
042900         DISPLAY "ENRTRANS OPEN FAILED, STATUS = "
043000             WS-SCAN-STATUS
043100         MOVE 8 TO WS-WORST-RC
043200         GO TO 3000-EXIT
043300     END-IF.
043400     PERFORM 3010-READ-ENROLL THRU 3010-EXIT.
043500     PERFORM 3020-NET-ENROLL THRU 3020-EXIT
043600         UNTIL WS-SCAN-EOF.
043700     CLOSE ENROLL-TRANS-FILE.
043800     PERFORM 3050-JUDGE-ENROLL THRU 3050-EXIT
043900         VARYING WS-ENR-I FROM 1 BY 1
044000         UNTIL WS-ENR-I > WS-ENR-USED.
044100 3000-EXIT.
044200     EXIT.
044300
044400 3010-READ-ENROLL.
044500     READ ENROLL-TRANS-FILE.
044600 3010-EXIT.
044700     EXIT.
044800
044900 3020-NET-ENROLL.
045000     MOVE EN-MEMBER-ID TO WS-SCAN-ID.
045100     PERFORM 3900-FIND-REQUEST THRU 3900-EXIT.
045200     IF WS-REQ-HIT = 0
045300         GO TO 3020-NEXT
045400     END-IF.
045500     MOVE 0 TO WS-ENR-HIT.
045600     PERFORM 3030-CHECK-ENR-ROW THRU 3030-EXIT
045700         VARYING WS-ENR-I FROM 1 BY 1
045800         UNTIL WS-ENR-HIT > 0 OR WS-ENR-I > WS-ENR-USED.
045900     IF WS-ENR-HIT = 0
046000         IF WS-ENR-USED NOT < WS-ENR-MAX
046100             DISPLAY "ENROLLMENT TABLE FULL - " EN-MEMBER-ID
046200                 " NOT CHECKED"
046300             SET WS-REQ-NDX TO WS-REQ-HIT
046400             MOVE "ENROLLMENTS NOT CHECKED"
046500                 TO WS-RQ-REASON (WS-REQ-NDX)
046600             GO TO 3020-NEXT
046700         END-IF
046800         ADD 1 TO WS-ENR-USED
046900         MOVE WS-ENR-USED TO WS-ENR-HIT
047000         SET WS-ENR-NDX TO WS-ENR-HIT
047100         MOVE WS-REQ-HIT  TO WS-ENR-ROW (WS-ENR-NDX)
047200         MOVE EN-CLASS-ID TO WS-ENR-CLASS (WS-ENR-NDX)
047300         MOVE 0           TO WS-ENR-NET (WS-ENR-NDX)
047400     END-IF.
047500     SET WS-ENR-NDX TO WS-ENR-HIT.
047600     IF EN-ACTION-DROP
047700         SUBTRACT 1 FROM WS-ENR-NET (WS-ENR-NDX)
047800     ELSE
047900         ADD 1 TO WS-ENR-NET (WS-ENR-NDX)
048000     END-IF.
048100 3020-NEXT.
048200     PERFORM 3010-READ-ENROLL THRU 3010-EXIT.
048300 3020-EXIT.
048400     EXIT.
048500
048600 3030-CHECK-ENR-ROW.
048700     SET WS-ENR-NDX TO WS-ENR-I.
048800     IF WS-ENR-ROW (WS-ENR-NDX) = WS-REQ-HIT
048900         AND WS-ENR-CLASS (WS-ENR-NDX) = EN-CLASS-ID
049000         MOVE WS-ENR-I TO WS-ENR-HIT
049100     END-IF.
049200 3030-EXIT.
049300     EXIT.
049400
049500 3050-JUDGE-ENROLL.
049600     SET WS-ENR-NDX TO WS-ENR-I.
049700     IF WS-ENR-NET (WS-ENR-NDX) > 0
049800         MOVE WS-ENR-ROW (WS-ENR-NDX) TO WS-REQ-HIT
049900         MOVE "OPEN CLASS ENROLLMENT" TO WS-REASON
050000         PERFORM 3950-REFUSE THRU 3950-EXIT
050100     END-IF.
050200 3050-EXIT.
050300     EXIT.
050400
050500*    A WAITLIST PLACE BECOMES AN ENROLLMENT WHEN CLSPROMO
050600*    PROMOTES IT, SO IT IS JUST AS OPEN.
050700 3200-SCAN-WAITLIST.
050800     OPEN INPUT WAIT-LIST-FILE.
050900     IF WS-SCAN-NOT-FOUND
051000         GO TO 3200-EXIT
051100     END-IF.
051200     IF NOT WS-SCAN-OK
051300         DISPLAY "WAITLIST OPEN FAILED, STATUS = "
051400             WS-SCAN-STATUS
051500         MOVE 8 TO WS-WORST-RC
051600         GO TO 3200-EXIT
051700     END-IF.
051800     PERFORM 3210-READ-WAIT THRU 3210-EXIT.
051900     PERFORM 3220-CHECK-WAIT THRU 3220-EXIT
052000         UNTIL WS-SCAN-EOF.
052100     CLOSE WAIT-LIST-FILE.
052200 3200-EXIT.
052300     EXIT.
052400
052500 3210-READ-WAIT.
052600     READ WAIT-LIST-FILE.
052700 3210-EXIT.
052800     EXIT.
052900
053000 3220-CHECK-WAIT.
053100     MOVE WL-MEMBER-ID TO WS-SCAN-ID.
053200     PERFORM 3900-FIND-REQUEST THRU 3900-EXIT.
053300     IF WS-REQ-HIT > 0
053400         MOVE "ON A CLASS WAITLIST" TO WS-REASON
053500         PERFORM 3950-REFUSE THRU 3950-EXIT
053600     END-IF.
053700     PERFORM 3210-READ-WAIT THRU 3210-EXIT.
053800 3220-EXIT.
053900     EXIT.
054000
054100 3400-SCAN-LOCKERS.
054200     OPEN INPUT LOCKER-FILE.
054300     IF WS-SCAN-NOT-FOUND
054400         GO TO 3400-EXIT
054500     END-IF.
054600     IF NOT WS-SCAN-OK
054700         DISPLAY "LOCKMAST OPEN FAILED, STATUS = "
054800             WS-SCAN-STATUS
054900         MOVE 8 TO WS-WORST-RC
055000         GO TO 3400-EXIT
055100     END-IF.
055200     PERFORM 3410-READ-LOCKER THRU 3410-EXIT.
055300     PERFORM 3420-CHECK-LOCKER THRU 3420-EXIT
055400         UNTIL WS-SCAN-EOF.
055500     CLOSE LOCKER-FILE.
055600 3400-EXIT.
055700     EXIT.
055800
055900 3410-READ-LOCKER.
056000     READ LOCKER-FILE.
056100 3410-EXIT.
056200     EXIT.
056300
056400 3420-CHECK-LOCKER.
056500     IF LK-RENTED
056600         MOVE LK-MEMBER-ID TO WS-SCAN-ID
056700         PERFORM 3900-FIND-REQUEST THRU 3900-EXIT
056800         IF WS-REQ-HIT > 0
056900             MOVE "LOCKER STILL RENTED" TO WS-REASON
057000             PERFORM 3950-REFUSE THRU 3950-EXIT
057100         END-IF
057200     END-IF.
057300     PERFORM 3410-READ-LOCKER THRU 3410-EXIT.
057400 3420-EXIT.
057500     EXIT.
057600
057700*    SESSIONS LEFT ON A PACKAGE THAT HAS NOT EXPIRED ARE STILL
057800*    OWED TO THE MEMBER.
057900 3600-SCAN-PACKAGES.
058000     OPEN INPUT PACKAGE-FILE.
058100     IF WS-SCAN-NOT-FOUND
058200         GO TO 3600-EXIT
058300     END-IF.
058400     IF NOT WS-SCAN-OK
058500         DISPLAY "PTPACK OPEN FAILED, STATUS = "
058600             WS-SCAN-STATUS
058700         MOVE 8 TO WS-WORST-RC
058800         GO TO 3600-EXIT
058900     END-IF.
059000     PERFORM 3610-READ-PACKAGE THRU 3610-EXIT.
059100     PERFORM 3620-CHECK-PACKAGE THRU 3620-EXIT
059200         UNTIL WS-SCAN-EOF.
059300     CLOSE PACKAGE-FILE.
059400 3600-EXIT.
059500     EXIT.
059600
059700 3610-READ-PACKAGE.
059800     READ PACKAGE-FILE.
059900 3610-EXIT.
060000     EXIT.
060100
060200 3620-CHECK-PACKAGE.
060300     IF PK-SESSIONS-USED < PK-SESSIONS-BOUGHT
060400         AND PK-EXPIRY-DATE NOT < WS-CURR-DATE
060500         MOVE PK-MEMBER-ID TO WS-SCAN-ID
060600         PERFORM 3900-FIND-REQUEST THRU 3900-EXIT
060700         IF WS-REQ-HIT > 0
060800             MOVE "UNUSED TRAINING SESSIONS" TO WS-REASON
060900             PERFORM 3950-REFUSE THRU 3950-EXIT
061000         END-IF
061100     END-IF.
061200     PERFORM 3610-READ-PACKAGE THRU 3610-EXIT.
061300 3620-EXIT.
061400     EXIT.
061500
061600*    A MEMBER WHO PAYS FOR OTHERS STAYS UNTIL THE HOUSEHOLD
061700*    IS SPLIT; ONE WHO IS PAID FOR IS RE-KEYED BY ERASEFIL.
061800 3800-SCAN-HOUSEHOLDS.
061900     OPEN INPUT HOUSEHOLD-FILE.
062000     IF WS-SCAN-NOT-FOUND
062100         GO TO 3800-EXIT
062200     END-IF.
062300     IF NOT WS-SCAN-OK
062400         DISPLAY "HOUSEHLD OPEN FAILED, STATUS = "
062500             WS-SCAN-STATUS
062600         MOVE 8 TO WS-WORST-RC
062700         GO TO 3800-EXIT
062800     END-IF.
062900     PERFORM 3810-READ-HOUSEHOLD THRU 3810-EXIT.
063000     PERFORM 3820-CHECK-HOUSEHOLD THRU 3820-EXIT
063100         UNTIL WS-SCAN-EOF.
063200     CLOSE HOUSEHOLD-FILE.
063300 3800-EXIT.
063400     EXIT.
063500
063600 3810-READ-HOUSEHOLD.
063700     READ HOUSEHOLD-FILE.
063800 3810-EXIT.
063900     EXIT.
064000
064100 3820-CHECK-HOUSEHOLD.
064200     IF HH-MEMBER-ID NOT = HH-PAYER-ID
064300         MOVE HH-PAYER-ID TO WS-SCAN-ID
064400         PERFORM 3900-FIND-REQUEST THRU 3900-EXIT
064500         IF WS-REQ-HIT > 0
064600             MOVE "PAYS FOR A HOUSEHOLD MEMBER" TO WS-REASON
064700             PERFORM 3950-REFUSE THRU 3950-EXIT
064800         END-IF
064900     END-IF.
065000     PERFORM 3810-READ-HOUSEHOLD THRU 3810-EXIT.
065100 3820-EXIT.
065200     EXIT.
065300
065400*    ROW OF WS-SCAN-ID IN THE REQUEST TABLE, ZERO IF NONE.
065500 3900-FIND-REQUEST.
065600     MOVE 0 TO WS-REQ-HIT.
065700     PERFORM 3910-CHECK-ROW THRU 3910-EXIT
065800         VARYING WS-REQ-I FROM 1 BY 1
065900         UNTIL WS-REQ-HIT > 0 OR WS-REQ-I > WS-REQ-USED.
066000 3900-EXIT.
066100     EXIT.
066200
066300 3910-CHECK-ROW.
066400     SET WS-REQ-NDX TO WS-REQ-I.
066500     IF WS-RQ-ID (WS-REQ-NDX) = WS-SCAN-ID
066600         MOVE WS-REQ-I TO WS-REQ-HIT
066700     END-IF.
066800 3910-EXIT.
066900     EXIT.
067000
067100*    THE FIRST REASON FOUND IS THE ONE REPORTED.
067200 3950-REFUSE.
067300     SET WS-REQ-NDX TO WS-REQ-HIT.
067400     IF WS-RQ-REASON (WS-REQ-NDX) = SPACES
067500         MOVE WS-REASON TO WS-RQ-REASON (WS-REQ-NDX)
067600     END-IF.
067700 3950-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------*
068100* 4000-ERASE-MEMBER - ONE REQUEST.  A REFUSAL IS LOGGED AND *
068200* LEFT ALONE.  OTHERWISE THE ANONYMOUS RECORD IS WRITTEN    *
068300* UNDER THE NEXT FREE SURROGATE BEFORE THE NAMED ONE IS     *
068400* DELETED, SO A FAILURE NEVER LOSES THE ACCOUNT.            *
068500*----------------------------------------------------------*
068600 4000-ERASE-MEMBER.
068700     SET WS-REQ-NDX TO WS-REQ-I.
068800     IF WS-RQ-REASON (WS-REQ-NDX) NOT = SPACES
068900         ADD 1 TO WS-REFUSED-COUNT
069000         IF WS-WORST-RC < 4
069100             MOVE 4 TO WS-WORST-RC
069200         END-IF
069300         MOVE WS-RQ-ID (WS-REQ-NDX) TO KLOG-MEMBER-ID
069400         MOVE 'W' TO KLOG-SEVERITY
069500         MOVE "ERA002" TO KLOG-MSG-CODE
069600         MOVE SPACES TO KLOG-MSG-TEXT
069700         STRING "REFUSED - " DELIMITED BY SIZE
069800             WS-RQ-REASON (WS-REQ-NDX) DELIMITED BY SIZE
069900             INTO KLOG-MSG-TEXT
070000         CALL "KLOGWRT" USING WS-KLOG
070100         GO TO 4000-EXIT
070200     END-IF.
070300     MOVE 'N' TO WS-FAIL-SW.
070400     MOVE WS-RQ-ID (WS-REQ-NDX) TO MEMBER-ID.
070500     READ MEMBER-MASTER-FILE
070600         INVALID KEY MOVE 'Y' TO WS-FAIL-SW
070700     END-READ.
070800     IF WS-ERASE-FAILED
070900         MOVE "MASTER RECORD NOT READ"
071000             TO WS-RQ-REASON (WS-REQ-NDX)
071100         MOVE 8 TO WS-WORST-RC
071200         GO TO 4000-EXIT
071300     END-IF.
071400     MOVE MEMBER-MASTER-RECORD TO WS-OLD-IMAGE.
071500     PERFORM 4100-NEXT-SURROGATE THRU 4100-EXIT.
071600     MOVE WS-OLD-IMAGE TO MEMBER-MASTER-RECORD.
071700     MOVE MEMBER-DOB (1:4) TO WS-BIRTH-YEAR.
071800     MOVE WS-SURROGATE-ID TO MEMBER-ID.
071900     MOVE WS-ERASED-NAME TO MEMBER-NAME.
072000     IF WS-BIRTH-YEAR NUMERIC
072100         STRING WS-BIRTH-YEAR DELIMITED BY SIZE
072200             "0101" DELIMITED BY SIZE
072300             INTO MEMBER-DOB
072400     ELSE
072500         MOVE SPACES TO MEMBER-DOB
072600     END-IF.
072700     MOVE MEMBER-MASTER-RECORD TO WS-NEW-IMAGE.
072800     WRITE MEMBER-MASTER-RECORD
072900         INVALID KEY MOVE 'Y' TO WS-FAIL-SW
073000     END-WRITE.
073100     IF WS-ERASE-FAILED OR NOT WS-MASTER-OK
073200         DISPLAY "MEMMAST WRITE FAILED FOR " WS-SURROGATE-ID
073300             ", STATUS = " WS-MASTER-STATUS
073400         MOVE "SURROGATE RECORD NOT WRITTEN"
073500             TO WS-RQ-REASON (WS-REQ-NDX)
073600         MOVE 8 TO WS-WORST-RC
073700         GO TO 4000-EXIT
073800     END-IF.
073900     MOVE WS-RQ-ID (WS-REQ-NDX) TO MEMBER-ID.
074000     DELETE MEMBER-MASTER-FILE RECORD
074100         INVALID KEY MOVE 'Y' TO WS-FAIL-SW
074200     END-DELETE.
074300     IF WS-ERASE-FAILED OR NOT WS-MASTER-OK
074400         DISPLAY "MEMMAST DELETE FAILED FOR "
074500             WS-RQ-ID (WS-REQ-NDX) ", STATUS = "
074600             WS-MASTER-STATUS
074700         DISPLAY "BOTH " WS-RQ-ID (WS-REQ-NDX) " AND "
074800             WS-SURROGATE-ID " ARE ON MEMMAST - DELETE THE"
074900             " SURROGATE BEFORE RERUNNING"
075000         MOVE "NAMED RECORD NOT DELETED"
075100             TO WS-RQ-REASON (WS-REQ-NDX)
075200         MOVE 8 TO WS-WORST-RC
075300         GO TO 4000-EXIT
075400     END-IF.
075500     MOVE WS-SURROGATE-ID TO WS-RQ-SURROGATE (WS-REQ-NDX).
075600     ADD 1 TO WS-ERASED-COUNT.
075700     PERFORM 4200-DELETE-CONTACT THRU 4200-EXIT.
075800     PERFORM 4300-WRITE-AUDIT THRU 4300-EXIT.
075900     PERFORM 4400-WRITE-REGISTER THRU 4400-EXIT.
076000     MOVE WS-SURROGATE-ID TO KLOG-MEMBER-ID.
076100     MOVE 'I' TO KLOG-SEVERITY.
076200     MOVE "ERA001" TO KLOG-MSG-CODE.
076300     MOVE SPACES TO KLOG-MSG-TEXT.
076400     STRING "PERSONAL DATA ERASED, APPROVED BY "
076500         DELIMITED BY SIZE
076600         WS-RQ-APPROVED-BY (WS-REQ-NDX) DELIMITED BY SIZE
076700         INTO KLOG-MSG-TEXT.
076800     CALL "KLOGWRT" USING WS-KLOG.
076900 4000-EXIT.
077000     EXIT.
077100
077200*    THE NEXT SERIAL NOT ALREADY KEYED ON THE MASTER.
077300 4100-NEXT-SURROGATE.
077400     ADD 1 TO WS-LAST-SERIAL.
077500     MOVE WS-LAST-SERIAL TO WS-SG-SERIAL.
077600     MOVE WS-SURROGATE-ID TO MEMBER-ID.
077700     MOVE 'N' TO WS-FOUND-SW.
077800     READ MEMBER-MASTER-FILE
077900         NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
078000     END-READ.
078100     IF WS-FOUND
078200         GO TO 4100-NEXT-SURROGATE
078300     END-IF.
078400 4100-EXIT.
078500     EXIT.
078600
078700*    NO CONTACT RECORD IS NOT AN ERROR - MANY MEMBERS NEVER
078800*    GAVE AN ADDRESS.
078900 4200-DELETE-CONTACT.
079000     IF NOT CONTACT-OPEN
079100         OPEN I-O CONTACT-FILE
079200         IF WS-CONTACT-NOT-FOUND
079300             GO TO 4200-EXIT
079400         END-IF
079500         IF NOT WS-CONTACT-OK
079600             DISPLAY "CONTACT OPEN FAILED, STATUS = "
079700                 WS-CONTACT-STATUS
079800             MOVE 8 TO WS-WORST-RC
079900             GO TO 4200-EXIT
080000         END-IF
080100         MOVE 'Y' TO WS-CONTACT-OPEN-SW
080200     END-IF.
080300     MOVE WS-RQ-ID (WS-REQ-NDX) TO CT-MEMBER-ID.
080400     DELETE CONTACT-FILE RECORD
080500         INVALID KEY GO TO 4200-EXIT
080600     END-DELETE.
080700     IF WS-CONTACT-OK
080800         MOVE 'Y' TO WS-RQ-CONTACT-SW (WS-REQ-NDX)
080900     END-IF.
081000 4200-EXIT.
081100     EXIT.
081200
081300*    THE ERASURE IS AUDITED UNDER THE SURROGATE ONLY; THE
081400*    BEFORE IMAGE WOULD PUT THE NAME STRAIGHT BACK.
081500 4300-WRITE-AUDIT.
081600     OPEN EXTEND MEMBER-AUDIT-FILE.
081700     IF WS-AUDIT-NOT-FOUND
081800         OPEN OUTPUT MEMBER-AUDIT-FILE
081900     END-IF.
082000     IF NOT WS-AUDIT-OK
082100         DISPLAY "MEMAUDIT OPEN FAILED, STATUS = "
082200             WS-AUDIT-STATUS
082300         MOVE 8 TO WS-WORST-RC
082400         GO TO 4300-EXIT
082500     END-IF.
082600     ACCEPT WS-CURR-TIME FROM TIME.
082700     MOVE SPACES TO MEMBER-AUDIT-RECORD.
082800     MOVE WS-CURR-DATE    TO AU-DATE.
082900     MOVE WS-CURR-TIME    TO AU-TIME.
083000     MOVE WS-RQ-APPROVED-BY (WS-REQ-NDX) TO AU-USER.
083100     MOVE 'E'             TO AU-ACTION.
083200     MOVE WS-SURROGATE-ID TO AU-MEMBER-ID.
083300     MOVE WS-NEW-IMAGE    TO AU-AFTER-IMAGE.
083400     WRITE MEMBER-AUDIT-RECORD.
083500     IF NOT WS-AUDIT-OK
083600         DISPLAY "MEMAUDIT WRITE FAILED, STATUS = "
083700             WS-AUDIT-STATUS
083800         MOVE 8 TO WS-WORST-RC
083900     END-IF.
084000     CLOSE MEMBER-AUDIT-FILE.
084100 4300-EXIT.
084200     EXIT.
084300
084400 4400-WRITE-REGISTER.
084500     OPEN EXTEND ERASURE-REG-FILE.
084600     IF WS-REG-NOT-FOUND
084700         OPEN OUTPUT ERASURE-REG-FILE
084800     END-IF.
084900     IF NOT WS-REG-OK
085000         DISPLAY "ERASREG OPEN FAILED, STATUS = "
085100             WS-REG-STATUS
085200         DISPLAY "REGISTER " WS-RQ-ID (WS-REQ-NDX) " AS "
085300             WS-SURROGATE-ID " BY HAND BEFORE ERASEFIL RUNS"
085400         MOVE 8 TO WS-WORST-RC
085500         GO TO 4400-EXIT
085600     END-IF.
085700     MOVE SPACES TO ERASURE-REG-RECORD.
085800     MOVE WS-RQ-ID (WS-REQ-NDX)          TO ER-OLD-ID.
085900     MOVE WS-SURROGATE-ID                TO ER-SURROGATE-ID.
086000     MOVE WS-CURR-DATE                   TO ER-ERASE-DATE.
086100     MOVE WS-RQ-APPROVED-BY (WS-REQ-NDX) TO ER-APPROVED-BY.
086200     MOVE WS-RQ-REF (WS-REQ-NDX)         TO ER-REQUEST-REF.
086300     WRITE ERASURE-REG-RECORD.
086400     IF NOT WS-REG-OK
086500         DISPLAY "ERASREG WRITE FAILED, STATUS = "
086600             WS-REG-STATUS
086700         MOVE 8 TO WS-WORST-RC
086800     END-IF.
086900     CLOSE ERASURE-REG-FILE.
087000 4400-EXIT.
087100     EXIT.
087200
087300*----------------------------------------------------------*
087400* 5000-CERTIFICATE - ONE BLOCK PER REQUEST.  ERASEFIL ADDS  *
087500* A LINE FOR EVERY FILE IT RE-KEYS, SO THE CERTIFICATE IS   *
087600* APPENDED TO, NOT REPLACED (LIKE THE ARCPURGE REPORT).     *
087700*----------------------------------------------------------*
087800 5000-CERTIFICATE.
087900     OPEN EXTEND ERASE-CERT-FILE.
088000     IF WS-CERT-NOT-FOUND
088100         OPEN OUTPUT ERASE-CERT-FILE
088200     END-IF.
088300     IF NOT WS-CERT-OK
088400         DISPLAY "ERASCERT OPEN FAILED, STATUS = "
088500             WS-CERT-STATUS
088600         MOVE 8 TO WS-WORST-RC
088700         GO TO 5000-EXIT
088800     END-IF.
088900     MOVE ALL '=' TO ERASE-CERT-LINE.
089000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
089100     MOVE SPACES TO ERASE-CERT-LINE.
089200     STRING "MEMBER DATA ERASURE CERTIFICATE" DELIMITED BY SIZE
089300         "                   BUSINESS DATE " DELIMITED BY SIZE
089400         WS-CURR-DATE DELIMITED BY SIZE
089500         INTO ERASE-CERT-LINE.
089600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
089700     PERFORM 5100-CERTIFY-REQUEST THRU 5100-EXIT
089800         VARYING WS-REQ-I FROM 1 BY 1
089900         UNTIL WS-REQ-I > WS-REQ-USED.
090000     MOVE SPACES TO ERASE-CERT-LINE.
090100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
090200     MOVE "MEMBER BACKUPS, EXTRACT IMAGES AND ARCPURGE ARCHIVES"
090300         TO ERASE-CERT-LINE.
090400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
090500     MOVE "ARE NOT REWRITTEN; THEY AGE OUT UNDER THEIR LIMITS."
090600         TO ERASE-CERT-LINE.
090700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
091100     MOVE SPACES TO ERASE-CERT-LINE.
091200     STRING "FILE-BY-FILE RE-KEYING FOLLOWS:" DELIMITED BY SIZE
091300         INTO ERASE-CERT-LINE.
091400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
091500     CLOSE ERASE-CERT-FILE.
091600 5000-EXIT.
091700     EXIT.
091800
091900 5100-CERTIFY-REQUEST.
092000     SET WS-REQ-NDX TO WS-REQ-I.
092100     MOVE SPACES TO ERASE-CERT-LINE.
092200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
092300     STRING "REQUEST " DELIMITED BY SIZE
092400         WS-RQ-REF (WS-REQ-NDX) DELIMITED BY SIZE
092500         "  MEMBER " DELIMITED BY SIZE
092600         WS-RQ-ID (WS-REQ-NDX) DELIMITED BY SIZE
092700         "  APPROVED BY " DELIMITED BY SIZE
092800         WS-RQ-APPROVED-BY (WS-REQ-NDX) DELIMITED BY SIZE
092900         INTO ERASE-CERT-LINE.
093000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
093100     MOVE SPACES TO ERASE-CERT-LINE.
093200     IF WS-RQ-SURROGATE (WS-REQ-NDX) = SPACES
093300         STRING "  NOT ERASED - " DELIMITED BY SIZE
093400             WS-RQ-REASON (WS-REQ-NDX) DELIMITED BY SIZE
093500             INTO ERASE-CERT-LINE
093600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
093700         GO TO 5100-EXIT
093800     END-IF.
093900     STRING "  ERASED - NOW HELD ONLY AS " DELIMITED BY SIZE
094000         WS-RQ-SURROGATE (WS-REQ-NDX) DELIMITED BY SIZE
094100         INTO ERASE-CERT-LINE.
094200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
094300     MOVE "  MEMMAST   RE-KEYED, NAME REPLACED, BIRTH YEAR ONLY"
094400         TO ERASE-CERT-LINE.
094500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
094600     IF WS-RQ-CONTACT-SW (WS-REQ-NDX) = 'Y'
094700         MOVE "  CONTACT   ADDRESS, PHONE AND E-MAIL DELETED"
094800             TO ERASE-CERT-LINE
094900     ELSE
095000         MOVE "  CONTACT   NO CONTACT RECORD ON FILE"
095100             TO ERASE-CERT-LINE
095200     END-IF.
095300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
095400     MOVE "  MEMAUDIT  ERASURE RECORDED UNDER THE SURROGATE ONLY"
095500         TO ERASE-CERT-LINE.
095600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
095700 5100-EXIT.
095800     EXIT.
095900
096000 8000-WRITE-LINE.
096100     WRITE ERASE-CERT-LINE.
096200 8000-EXIT.
096300     EXIT.
096400
096500 9000-WRAP-UP.
096600     CLOSE MEMBER-MASTER-FILE.
096700     IF CONTACT-OPEN
096800         CLOSE CONTACT-FILE
096900     END-IF.
097000     DISPLAY "MEMBER DATA ERASURE COMPLETE".
097100     MOVE WS-ERASED-COUNT TO WS-COUNT-EDIT.
097200     DISPLAY "  ERASED.....: " WS-COUNT-EDIT.
097300     MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT.
097400     DISPLAY "  REFUSED....: " WS-COUNT-EDIT.
097500     IF WS-WORST-RC > RETURN-CODE
097600         MOVE WS-WORST-RC TO RETURN-CODE
097700     END-IF.
097800 9000-EXIT.
097900     EXIT.
