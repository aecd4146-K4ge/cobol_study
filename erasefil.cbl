000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ERASEFIL.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  ERASURE RE-KEYING PASS.  ONCE
001000*                      ERASEMEM HAS MOVED A MEMBER TO A
001100*                      SURROGATE ID THE OLD ID IS STILL ON
001200*                      EVERY HISTORY AND AUDIT FILE.  ONE
001300*                      GENERIC PASS, RUN A STEP PER FILE
001400*                      LIKE ARCPURGE: EVERY ID COLUMN OF THE
001500*                      RECORD TYPE THAT HOLDS AN OLD ID ON
001600*                      THE ERASURE REGISTER (ERASREG) GETS
001700*                      ITS SURROGATE, THE RECORD IS WRITTEN
001800*                      TO THE WORK FILE (ERAWORK) AND THE
001900*                      LIVE FILE (ERAIN) IS REWRITTEN FROM
002000*                      IT.  NOTHING IS DROPPED, SO EVERY
002100*                      COUNT AND MONEY TOTAL STILL FOOTS.
002200*                      MEMAUDIT ALSO LOSES THE NAME, BIRTH
002300*                      DAY AND CONTACT DETAILS IN ITS
002400*                      BEFORE AND AFTER IMAGES.  EACH MEMBER
002500*                      RE-KEYED GETS A LINE ON THE ERASURE
002600*                      CERTIFICATE (ERASCERT) AND KIOSKLOG.
002620*   2026-10-15  KAGE   MEMAUDIT MEMBER IMAGES ARE 99 BYTES
002640*                      NOW THAT MEMBERS CARRY A HOME SITE -
002660*                      THE AFTER IMAGE AND BOTH CONTACT
002680*                      IMAGES MOVED (COLS 149 249 436).
002682*   2026-10-15  KAGE   BCS AND LCS TYPES FOR THE PORTAL CSV
002685*                      EXTRACTS (BMICSV, LVYCSV).  THEIR ROWS
002687*                      ARE COMMA-SEPARATED, NOT COLUMNAR: THE
002690*                      ID IS THE FIRST FIELD AND THE REST OF
002692*                      THE ROW IS RE-STRUNG BEHIND THE
002695*                      SURROGATE.  LVYCSV ALSO LOSES THE NAME
002697*                      IN ITS SECOND FIELD.
002700*
002800* RUN PARAMETER.
002900*   TTT - THE RECORD TYPE, WHICH FIXES WHERE THE MEMBER IDS
003000*   SIT IN THE RECORD:
003100*     MEM  MEMAUDIT MAINTENANCE AUDIT   (COLS 28 49 149 249
003200*                                         436)
003300*     CHK  CHKHIST CHECK-INS            (COL 01)
003400*     BMI  BMIHIST READINGS             (COL 01)
003500*     PYH  PAYHIST PAYMENT HISTORY      (COL 01)
003600*     PAY  PAYAUDIT PAYMENT AUDIT       (COL 10)
003700*     FEE  FEEAUDIT POSTING AUDIT       (COL 10)
003800*     ENR  ENRTRANS ENROLLMENTS         (COL 10)
003900*     ATT  ATTTRANS CLASS ATTENDANCE    (COL 10)
004000*     WTL  WAITLIST CLASS WAITLIST      (COL 10)
004100*     GST  GUESTS SPONSORING MEMBER     (COL 43)
004200*     LOG  KIOSKLOG RUN LOG             (COL 26)
004300*     HHD  HOUSEHLD PAYER AND MEMBER    (COLS 01 22)
004400*     ARR  ARRANGE PAYMENT PLANS        (COL 01)
004500*     PTK  PTPACK TRAINING PACKAGES     (COL 08)
004600*     LCK  LOCKMAST LOCKER MASTER       (COL 32)
004700*     LKA  LOCKAUD LOCKER AUDIT         (COLS 34 86 156)
004800*     PTA  PTAUD PACKAGE AUDIT          (COLS 35 63 149)
004900*     ARA  ARRAUDIT PLAN AUDIT          (COLS 28 49 280)
004925*     BCS  BMICSV PORTAL BMI EXTRACT    (FIELD 1)
004950*     LCS  LVYCSV PORTAL MEMBER EXTRACT (FIELD 1, NAME IN
004975*                                         FIELD 2 BLANKED)
005000*----------------------------------------------------------*
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT ERASE-IN-FILE ASSIGN TO "ERAIN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-IN-STATUS.
005800
005900     SELECT ERASE-WORK-FILE ASSIGN TO "ERAWORK"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-WORK-STATUS.
006200
006300     SELECT ERASURE-REG-FILE ASSIGN TO "ERASREG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REG-STATUS.
006600
006700     SELECT ERASE-CERT-FILE ASSIGN TO "ERASCERT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CERT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ERASE-IN-FILE.
007400 01  ERASE-IN-RECORD         PIC X(700).
007500
007600 FD  ERASE-WORK-FILE.
007700 01  ERASE-WORK-RECORD       PIC X(700).
007800
007900 FD  ERASURE-REG-FILE.
008000 01  ERASURE-REG-RECORD.
008100     COPY ERASREG.
008200
008300 FD  ERASE-CERT-FILE.
008400 01  ERASE-CERT-LINE         PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-SWITCHES.
008800     05 WS-IN-STATUS         PIC X(02).
008900         88 WS-IN-OK         VALUE '00'.
009000         88 WS-IN-EOF        VALUE '10'.
009100         88 WS-IN-NOT-FOUND  VALUE '35'.
009200     05 WS-WORK-STATUS       PIC X(02).
009300         88 WS-WORK-OK       VALUE '00'.
009400         88 WS-WORK-EOF      VALUE '10'.
009500     05 WS-REG-STATUS        PIC X(02).
009600         88 WS-REG-OK        VALUE '00'.
009700         88 WS-REG-EOF       VALUE '10'.
009800         88 WS-REG-NOT-FOUND VALUE '35'.
009900     05 WS-CERT-STATUS       PIC X(02).
010000         88 WS-CERT-OK       VALUE '00'.
010100         88 WS-CERT-NOT-FOUND VALUE '35'.
010200     05 WS-CHANGED-SW        PIC X(01).
010300         88 WS-RECORD-CHANGED VALUE 'Y'.
010325     05 WS-CSV-SW            PIC X(01).
010350         88 WS-CSV-TYPE      VALUE 'I' 'N'.
010375         88 WS-CSV-WITH-NAME VALUE 'N'.
010400
010500 01  WS-PARM                 PIC X(12).
010600 01  WS-TYPE                 PIC X(03).
010700 01  WS-FILE-NAME            PIC X(08).
010800
010900*    WHERE THE MEMBER IDS SIT FOR THIS RECORD TYPE.
011000 01  WS-POS-TABLE.
011100     05 WS-ID-POS            PIC 9(03) COMP OCCURS 5 TIMES.
011200 77  WS-POS-USED             PIC 9(01) COMP VALUE 0.
011300 77  WS-POS-I                PIC 9(01) COMP VALUE 0.
011400 77  WS-THIS-POS             PIC 9(03) COMP VALUE 0.
011500
011600*    EVERY ERASURE EVER MADE, WITH THIS PASS'S RECORD COUNT.
011700*    WS-LAST-HIT KEEPS A MEMBER NAMED IN SEVERAL COLUMNS OF
011800*    ONE RECORD (MEMAUDIT IMAGES) TO ONE RECORD IN THE COUNT.
011900 01  WS-REG-TABLE.
012000     05 WS-REG-ENTRY OCCURS 1000 TIMES
012100                     INDEXED BY WS-REG-NDX.
012200         10 WS-RG-OLD-ID     PIC X(20).
012300         10 WS-RG-SURROGATE  PIC X(20).
012400         10 WS-RG-COUNT      PIC 9(07) COMP.
012500 77  WS-REG-USED             PIC 9(04) COMP VALUE 0.
012600 77  WS-REG-I                PIC 9(04) COMP VALUE 0.
012700 77  WS-REG-HIT              PIC 9(04) COMP VALUE 0.
012800 77  WS-REG-MAX              PIC 9(04) COMP VALUE 1000.
012900 77  WS-LAST-HIT             PIC 9(04) COMP VALUE 0.
013000 01  WS-SCAN-ID              PIC X(20).
013100
013200*    A MEMAUDIT MEMBER IMAGE OR CONTACT IMAGE BEING CLEANED.
013300 01  WS-ERASED-NAME          PIC X(20) VALUE "ERASED MEMBER".
013400 01  WS-BIRTH-YEAR           PIC X(04).
013500 01  WS-IMAGE-POS            PIC 9(03) COMP VALUE 0.
013514
013528*    A PORTAL CSV ROW BEING RE-KEYED.
013542 01  WS-CSV-PTR              PIC 9(03) COMP VALUE 0.
013557 01  WS-CSV-SKIP             PIC X(80).
013571 01  WS-CSV-REST             PIC X(80).
013585 01  WS-CSV-LINE             PIC X(80).
013600
013700 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
013800 77  WS-CHANGED-COUNT        PIC 9(07) COMP VALUE 0.
013900 01  WS-CNT-EDIT             PIC ZZZZZZ9.
014000 01  WS-CNT2-EDIT            PIC ZZZZZZ9.
014100 01  WS-CURR-DATE            PIC X(08).
014200
014300 01  WS-KLOG.
014400     COPY KLOGREC.
014500
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
014800     MOVE "ERASEFIL" TO KLOG-PROGRAM.
014900     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
015000     PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT.
015100     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
015200     PERFORM 2100-READ-IN THRU 2100-EXIT.
015300     PERFORM 3000-REKEY-RECORD THRU 3000-EXIT
015400         UNTIL WS-IN-EOF.
015500     CLOSE ERASE-IN-FILE.
015600     CLOSE ERASE-WORK-FILE.
015700     IF WS-CHANGED-COUNT > 0
015800         PERFORM 4000-REWRITE-LIVE THRU 4000-EXIT
015900     END-IF.
016000     PERFORM 9000-CERTIFICATE THRU 9000-EXIT.
016100     GOBACK.
016200
016300*----------------------------------------------------------*
016400* 1000-PARSE-PARM - THE RECORD TYPE.  A BAD TYPE STOPS THE  *
016500* STEP BEFORE A FILE IS TOUCHED - THE WRONG COLUMNS WOULD   *
016600* OVERWRITE GOOD DATA WITH SURROGATE IDS.                   *
016700*----------------------------------------------------------*
016800 1000-PARSE-PARM.
016900     ACCEPT WS-PARM FROM COMMAND-LINE.
017000     MOVE WS-PARM (1:3) TO WS-TYPE.
017100     MOVE 0 TO WS-ID-POS (1) WS-ID-POS (2) WS-ID-POS (3)
017200               WS-ID-POS (4) WS-ID-POS (5).
017300     MOVE 1 TO WS-POS-USED.
017350     MOVE SPACE TO WS-CSV-SW.
017400     EVALUATE WS-TYPE
017500         WHEN 'MEM'
017600             MOVE "MEMAUDIT" TO WS-FILE-NAME
017700             MOVE 28  TO WS-ID-POS (1)
017800             MOVE 49  TO WS-ID-POS (2)
017900             MOVE 149 TO WS-ID-POS (3)
018000             MOVE 249 TO WS-ID-POS (4)
018100             MOVE 436 TO WS-ID-POS (5)
018200             MOVE 5 TO WS-POS-USED
018300         WHEN 'CHK'
018400             MOVE "CHKHIST " TO WS-FILE-NAME
018500             MOVE 1 TO WS-ID-POS (1)
018600         WHEN 'BMI'
018700             MOVE "BMIHIST " TO WS-FILE-NAME
018800             MOVE 1 TO WS-ID-POS (1)
018900         WHEN 'PYH'
019000             MOVE "PAYHIST " TO WS-FILE-NAME
019100             MOVE 1 TO WS-ID-POS (1)
019200         WHEN 'PAY'
019300             MOVE "PAYAUDIT" TO WS-FILE-NAME
019400             MOVE 10 TO WS-ID-POS (1)
019500         WHEN 'FEE'
019600             MOVE "FEEAUDIT" TO WS-FILE-NAME
019700             MOVE 10 TO WS-ID-POS (1)
019800         WHEN 'ENR'
019900             MOVE "ENRTRANS" TO WS-FILE-NAME
020000             MOVE 10 TO WS-ID-POS (1)
020100         WHEN 'ATT'
020200             MOVE "ATTTRANS" TO WS-FILE-NAME
020300             MOVE 10 TO WS-ID-POS (1)
020400         WHEN 'WTL'
020500             MOVE "WAITLIST" TO WS-FILE-NAME
020600             MOVE 10 TO WS-ID-POS (1)
020700         WHEN 'GST'
020800             MOVE "GUESTS  " TO WS-FILE-NAME
020900             MOVE 43 TO WS-ID-POS (1)
021000         WHEN 'LOG'
021100             MOVE "KIOSKLOG" TO WS-FILE-NAME
021200             MOVE 26 TO WS-ID-POS (1)
021300         WHEN 'HHD'
021400             MOVE "HOUSEHLD" TO WS-FILE-NAME
021500             MOVE 1  TO WS-ID-POS (1)
021600             MOVE 22 TO WS-ID-POS (2)
021700             MOVE 2 TO WS-POS-USED
021800         WHEN 'ARR'
021900             MOVE "ARRANGE " TO WS-FILE-NAME
022000             MOVE 1 TO WS-ID-POS (1)
022100         WHEN 'PTK'
022200             MOVE "PTPACK  " TO WS-FILE-NAME
022300             MOVE 8 TO WS-ID-POS (1)
022400         WHEN 'LCK'
022500             MOVE "LOCKMAST" TO WS-FILE-NAME
022600             MOVE 32 TO WS-ID-POS (1)
022700         WHEN 'LKA'
022800             MOVE "LOCKAUD " TO WS-FILE-NAME
022900             MOVE 34  TO WS-ID-POS (1)
023000             MOVE 86  TO WS-ID-POS (2)
023100             MOVE 156 TO WS-ID-POS (3)
023200             MOVE 3 TO WS-POS-USED
023300         WHEN 'PTA'
023400             MOVE "PTAUD   " TO WS-FILE-NAME
023500             MOVE 35  TO WS-ID-POS (1)
023600             MOVE 63  TO WS-ID-POS (2)
023700             MOVE 149 TO WS-ID-POS (3)
023800             MOVE 3 TO WS-POS-USED
023900         WHEN 'ARA'
024000             MOVE "ARRAUDIT" TO WS-FILE-NAME
024100             MOVE 28  TO WS-ID-POS (1)
024200             MOVE 49  TO WS-ID-POS (2)
024300             MOVE 280 TO WS-ID-POS (3)
024400             MOVE 3 TO WS-POS-USED
024411         WHEN 'BCS'
024422             MOVE "BMICSV  " TO WS-FILE-NAME
024433             MOVE 'I' TO WS-CSV-SW
024444             MOVE 0 TO WS-POS-USED
024455         WHEN 'LCS'
024466             MOVE "LVYCSV  " TO WS-FILE-NAME
024477             MOVE 'N' TO WS-CSV-SW
024488             MOVE 0 TO WS-POS-USED
024500         WHEN OTHER
024600             DISPLAY "INVALID RECORD TYPE '" WS-TYPE
024700                 "' - SEE THE PROGRAM HEADER FOR THE LIST"
024800             MOVE 8 TO RETURN-CODE
024900             GOBACK
025000     END-EVALUATE.
025100     DISPLAY "RE-KEYING ERASED MEMBERS ON " WS-FILE-NAME.
025200 1000-EXIT.
025300     EXIT.
025400
025500*    NO REGISTER YET MEANS NOTHING HAS EVER BEEN ERASED.
025600 1500-LOAD-REGISTER.
025700     OPEN INPUT ERASURE-REG-FILE.
025800     IF WS-REG-NOT-FOUND
025900         DISPLAY "NO ERASURE REGISTER - NOTHING TO RE-KEY"
026000         GOBACK
026100     END-IF.
026200     IF NOT WS-REG-OK
026300         DISPLAY "ERASREG OPEN FAILED, STATUS = "
026400             WS-REG-STATUS
026500         MOVE 8 TO RETURN-CODE
026600         GOBACK
026700     END-IF.
026800     PERFORM 1510-READ-REGISTER THRU 1510-EXIT.
026900     PERFORM 1520-KEEP-ENTRY THRU 1520-EXIT
027000         UNTIL WS-REG-EOF.
027100     CLOSE ERASURE-REG-FILE.
027200     IF RETURN-CODE > 4
027300         GOBACK
027400     END-IF.
027500     IF WS-REG-USED = 0
027600         DISPLAY "ERASURE REGISTER EMPTY - NOTHING TO RE-KEY"
027700         GOBACK
027800     END-IF.
027900 1500-EXIT.
028000     EXIT.
028100
028200 1510-READ-REGISTER.
028300     READ ERASURE-REG-FILE.
028400 1510-EXIT.
028500     EXIT.
028600
028700*    A FULL TABLE STOPS THE STEP - A PARTIAL RE-KEY WOULD
028800*    LEAVE SOME ERASED NAMES ON FILE WITHOUT SAYING SO.
028900 1520-KEEP-ENTRY.
029000     IF ER-OLD-ID = SPACES OR ER-SURROGATE-ID = SPACES
029100         GO TO 1520-NEXT
029200     END-IF.
029300     IF WS-REG-USED NOT < WS-REG-MAX
029400         DISPLAY "MORE THAN " WS-REG-MAX
029500             " ERASURES ON ERASREG - ENLARGE WS-REG-TABLE"
029600         MOVE 8 TO RETURN-CODE
029700         MOVE '10' TO WS-REG-STATUS
029800         GO TO 1520-EXIT
029900     END-IF.
030000     ADD 1 TO WS-REG-USED.
030100     SET WS-REG-NDX TO WS-REG-USED.
030200     MOVE ER-OLD-ID       TO WS-RG-OLD-ID (WS-REG-NDX).
030300     MOVE ER-SURROGATE-ID TO WS-RG-SURROGATE (WS-REG-NDX).
030400     MOVE 0               TO WS-RG-COUNT (WS-REG-NDX).
030500 1520-NEXT.
030600     PERFORM 1510-READ-REGISTER THRU 1510-EXIT.
030700 1520-EXIT.
030800     EXIT.
030900
031000 2000-OPEN-FILES.
031100     OPEN INPUT ERASE-IN-FILE.
031200     IF WS-IN-NOT-FOUND
031300         DISPLAY "NO " WS-FILE-NAME " FILE ON ERAIN - NOTHING "
031400             "TO RE-KEY"
031500         GOBACK
031600     END-IF.
031700     IF NOT WS-IN-OK
031800         DISPLAY "ERAIN OPEN FAILED, STATUS = " WS-IN-STATUS
031900         MOVE 8 TO RETURN-CODE
032000         GOBACK
032100     END-IF.
032200     OPEN OUTPUT ERASE-WORK-FILE.
032300     IF NOT WS-WORK-OK
032400         DISPLAY "ERAWORK OPEN FAILED, STATUS = "
032500             WS-WORK-STATUS
032600         CLOSE ERASE-IN-FILE
032700         MOVE 8 TO RETURN-CODE
032800         GOBACK
032900     END-IF.
033000 2000-EXIT.
033100     EXIT.
033200
033300 2100-READ-IN.
033400     READ ERASE-IN-FILE.
033500 2100-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------*
033900* 3000-REKEY-RECORD - ONE RECORD.  EVERY ID COLUMN IS       *
034000* LOOKED UP ON ITS OWN (A HOUSEHOLD ROW CAN NAME TWO ERASED *
034100* MEMBERS); THE RECORD IS COPIED TO THE WORK FILE EITHER    *
034200* WAY.                                                      *
034300*----------------------------------------------------------*
034400 3000-REKEY-RECORD.
034500     ADD 1 TO WS-READ-COUNT.
034600     MOVE 'N' TO WS-CHANGED-SW.
034700     MOVE 0 TO WS-LAST-HIT.
034800     PERFORM 3100-CHECK-POSITION THRU 3100-EXIT
034900         VARYING WS-POS-I FROM 1 BY 1
035000         UNTIL WS-POS-I > WS-POS-USED.
035025     IF WS-CSV-TYPE
035050         PERFORM 3300-REKEY-CSV THRU 3300-EXIT
035075     END-IF.
035100     IF WS-RECORD-CHANGED
035200         ADD 1 TO WS-CHANGED-COUNT
035300     END-IF.
035400     MOVE ERASE-IN-RECORD TO ERASE-WORK-RECORD.
035500     WRITE ERASE-WORK-RECORD.
035600     IF NOT WS-WORK-OK
035700         DISPLAY "ERAWORK WRITE FAILED, STATUS = "
035800             WS-WORK-STATUS
035900         MOVE 8 TO RETURN-CODE
036000     END-IF.
036100     PERFORM 2100-READ-IN THRU 2100-EXIT.
036200 3000-EXIT.
036300     EXIT.
036400
036500 3100-CHECK-POSITION.
036600     MOVE WS-ID-POS (WS-POS-I) TO WS-THIS-POS.
036700     MOVE ERASE-IN-RECORD (WS-THIS-POS:20) TO WS-SCAN-ID.
036800     IF WS-SCAN-ID = SPACES
036900         GO TO 3100-EXIT
037000     END-IF.
037100     MOVE 0 TO WS-REG-HIT.
037200     PERFORM 3110-CHECK-ENTRY THRU 3110-EXIT
037300         VARYING WS-REG-I FROM 1 BY 1
037400         UNTIL WS-REG-HIT > 0 OR WS-REG-I > WS-REG-USED.
037500     IF WS-REG-HIT = 0
037600         GO TO 3100-EXIT
037700     END-IF.
037800     SET WS-REG-NDX TO WS-REG-HIT.
037900     MOVE WS-RG-SURROGATE (WS-REG-NDX)
038000         TO ERASE-IN-RECORD (WS-THIS-POS:20).
038100     IF WS-REG-HIT NOT = WS-LAST-HIT
038200         ADD 1 TO WS-RG-COUNT (WS-REG-NDX)
038300         MOVE WS-REG-HIT TO WS-LAST-HIT
038400     END-IF.
038500     MOVE 'Y' TO WS-CHANGED-SW.
038600     IF WS-TYPE = 'MEM'
038700         PERFORM 3200-CLEAN-IMAGE THRU 3200-EXIT
038800     END-IF.
038900 3100-EXIT.
039000     EXIT.
039100
039200 3110-CHECK-ENTRY.
039300     SET WS-REG-NDX TO WS-REG-I.
039400     IF WS-RG-OLD-ID (WS-REG-NDX) = WS-SCAN-ID
039500         MOVE WS-REG-I TO WS-REG-HIT
039600     END-IF.
039700 3110-EXIT.
039800     EXIT.
039900
040000*    MEMAUDIT ONLY.  POSITIONS 2 AND 3 START A 99-BYTE MEMBER
040100*    IMAGE: NAME REPLACED, BIRTH DATE CUT BACK TO THE YEAR AS
040200*    ERASEMEM DOES ON THE MASTER.  POSITIONS 4 AND 5 START A
040300*    CONTACT IMAGE: EVERYTHING BUT THE ID AND THE DELIVERY
040400*    CHOICE IS BLANKED.
040500 3200-CLEAN-IMAGE.
040600     EVALUATE WS-POS-I
040700         WHEN 2
040800         WHEN 3
040900             COMPUTE WS-IMAGE-POS = WS-THIS-POS + 21
041000             MOVE WS-ERASED-NAME
041100                 TO ERASE-IN-RECORD (WS-IMAGE-POS:20)
041200             COMPUTE WS-IMAGE-POS = WS-THIS-POS + 74
041300             MOVE ERASE-IN-RECORD (WS-IMAGE-POS:4)
041400                 TO WS-BIRTH-YEAR
041500             IF WS-BIRTH-YEAR NUMERIC
041600                 MOVE "0101" TO ERASE-IN-RECORD
041700                     (WS-IMAGE-POS + 4:4)
041800             ELSE
041900                 MOVE SPACES TO ERASE-IN-RECORD (WS-IMAGE-POS:8)
042000             END-IF
042100         WHEN 4
042200         WHEN 5
042300             COMPUTE WS-IMAGE-POS = WS-THIS-POS + 21
042400             MOVE SPACES TO ERASE-IN-RECORD (WS-IMAGE-POS:164)
042500     END-EVALUATE.
042600 3200-EXIT.
042700     EXIT.
042701
042703*----------------------------------------------------------*
042705* 3300-REKEY-CSV - BMICSV AND LVYCSV ROWS.  THE ID IS THE   *
042707* FIRST COMMA-SEPARATED FIELD, SO IT HAS NO FIXED COLUMN:   *
042709* THE ROW IS CUT AT THE FIRST COMMA (AND FOR LVYCSV AT THE  *
042711* SECOND, DROPPING THE NAME) AND STRUNG BACK TOGETHER       *
042713* BEHIND THE SURROGATE.  AGE, BMI AND BALANCE STAND.        *
042715*----------------------------------------------------------*
042717 3300-REKEY-CSV.
042719     MOVE SPACES TO WS-SCAN-ID.
042721     MOVE 1 TO WS-CSV-PTR.
042723     UNSTRING ERASE-IN-RECORD DELIMITED BY ","
042725         INTO WS-SCAN-ID
042726         WITH POINTER WS-CSV-PTR.
042728     IF WS-SCAN-ID = SPACES
042730         GO TO 3300-EXIT
042732     END-IF.
042734     MOVE 0 TO WS-REG-HIT.
042736     PERFORM 3110-CHECK-ENTRY THRU 3110-EXIT
042738         VARYING WS-REG-I FROM 1 BY 1
042740         UNTIL WS-REG-HIT > 0 OR WS-REG-I > WS-REG-USED.
042742     IF WS-REG-HIT = 0
042744         GO TO 3300-EXIT
042746     END-IF.
042748     IF WS-CSV-WITH-NAME
042750         UNSTRING ERASE-IN-RECORD DELIMITED BY ","
042751             INTO WS-CSV-SKIP
042753             WITH POINTER WS-CSV-PTR
042755     END-IF.
042757     MOVE SPACES TO WS-CSV-REST.
042759     IF WS-CSV-PTR NOT > 80
042761         MOVE ERASE-IN-RECORD (WS-CSV-PTR:80) TO WS-CSV-REST
042763     END-IF.
042765     SET WS-REG-NDX TO WS-REG-HIT.
042767     MOVE SPACES TO WS-CSV-LINE.
042769     IF WS-CSV-WITH-NAME
042771         STRING WS-RG-SURROGATE (WS-REG-NDX) DELIMITED BY SPACE
042773             ",," DELIMITED BY SIZE
042775             WS-CSV-REST DELIMITED BY SIZE
042776             INTO WS-CSV-LINE
042778     ELSE
042780         STRING WS-RG-SURROGATE (WS-REG-NDX) DELIMITED BY SPACE
042782             "," DELIMITED BY SIZE
042784             WS-CSV-REST DELIMITED BY SIZE
042786             INTO WS-CSV-LINE
042788     END-IF.
042790     MOVE WS-CSV-LINE TO ERASE-IN-RECORD.
042792     ADD 1 TO WS-RG-COUNT (WS-REG-NDX).
042794     MOVE 'Y' TO WS-CHANGED-SW.
042796 3300-EXIT.
042798     EXIT.
042800
042900*----------------------------------------------------------*
043000* 4000-REWRITE-LIVE - REPLACE THE LIVE FILE WITH THE WORK   *
043100* FILE, AS ARCPURGE DOES.  A WRITE ERROR IN THE PASS LEAVES *
043200* THE LIVE FILE ALONE; THE STEP CAN SIMPLY BE RERUN.        *
043300*----------------------------------------------------------*
043400 4000-REWRITE-LIVE.
043500     IF RETURN-CODE > 4
043600         DISPLAY "RE-KEY ERRORS - LIVE FILE LEFT UNTOUCHED"
043700         GO TO 4000-EXIT
043800     END-IF.
043900     OPEN OUTPUT ERASE-IN-FILE.
044000     IF NOT WS-IN-OK
044100         DISPLAY "ERAIN RESET FAILED, STATUS = "
044200             WS-IN-STATUS
044300         MOVE 8 TO RETURN-CODE
044400         GO TO 4000-EXIT
044500     END-IF.
044600     OPEN INPUT ERASE-WORK-FILE.
044700     IF NOT WS-WORK-OK
044800         DISPLAY "ERAWORK REOPEN FAILED, STATUS = "
044900             WS-WORK-STATUS
045000         MOVE 8 TO RETURN-CODE
045100         CLOSE ERASE-IN-FILE
045200         GO TO 4000-EXIT
045300     END-IF.
045400     PERFORM 4100-READ-WORK THRU 4100-EXIT.
045500     PERFORM 4200-CARRY-RECORD THRU 4200-EXIT
045600         UNTIL WS-WORK-EOF.
045700     CLOSE ERASE-WORK-FILE.
045800     CLOSE ERASE-IN-FILE.
045900 4000-EXIT.
046000     EXIT.
046100
046200 4100-READ-WORK.
046300     READ ERASE-WORK-FILE.
046400 4100-EXIT.
046500     EXIT.
046600
046700 4200-CARRY-RECORD.
046800     MOVE ERASE-WORK-RECORD TO ERASE-IN-RECORD.
046900     WRITE ERASE-IN-RECORD.
047000     IF NOT WS-IN-OK
047100         DISPLAY "ERAIN WRITE FAILED, STATUS = "
047200             WS-IN-STATUS
047300         MOVE 8 TO RETURN-CODE
047400     END-IF.
047500     PERFORM 4100-READ-WORK THRU 4100-EXIT.
047600 4200-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------*
048000* 9000-CERTIFICATE - ONE LINE PER MEMBER RE-KEYED ON THIS   *
048100* FILE, APPENDED UNDER ERASEMEM'S BLOCK, AND THE SAME ON    *
048200* KIOSKLOG.  A FILE WITH NO ERASED MEMBER ON IT GETS ONE    *
048300* LINE SAYING SO, SO THE CERTIFICATE SHOWS IT WAS CHECKED.  *
048400*----------------------------------------------------------*
048500 9000-CERTIFICATE.
048600     IF RETURN-CODE > 4
048700         GO TO 9000-TOTALS
048800     END-IF.
048900     CALL "RUNDT" USING WS-CURR-DATE.
049000     OPEN EXTEND ERASE-CERT-FILE.
049100     IF WS-CERT-NOT-FOUND
049200         OPEN OUTPUT ERASE-CERT-FILE
049300     END-IF.
049400     IF NOT WS-CERT-OK
049500         DISPLAY "ERASCERT OPEN FAILED, STATUS = "
049600             WS-CERT-STATUS
049700         GO TO 9000-TOTALS
049800     END-IF.
049900     IF WS-CHANGED-COUNT = 0
050000         MOVE SPACES TO ERASE-CERT-LINE
050100         STRING "  " DELIMITED BY SIZE
050200             WS-FILE-NAME DELIMITED BY SIZE
050300             "  CHECKED - NO ERASED MEMBER ON FILE"
050400             DELIMITED BY SIZE
050500             INTO ERASE-CERT-LINE
050600         PERFORM 9200-WRITE-LINE THRU 9200-EXIT
050700     ELSE
050800         PERFORM 9100-CERTIFY-ENTRY THRU 9100-EXIT
050900             VARYING WS-REG-I FROM 1 BY 1
051000             UNTIL WS-REG-I > WS-REG-USED
051100     END-IF.
051200     CLOSE ERASE-CERT-FILE.
051300 9000-TOTALS.
051400     DISPLAY "ERASURE RE-KEY COMPLETE FOR " WS-FILE-NAME.
051500     DISPLAY "  RECORDS READ........: " WS-READ-COUNT.
051600     DISPLAY "  RECORDS RE-KEYED....: " WS-CHANGED-COUNT.
051700 9000-EXIT.
051800     EXIT.
051900
052000 9100-CERTIFY-ENTRY.
052100     SET WS-REG-NDX TO WS-REG-I.
052200     IF WS-RG-COUNT (WS-REG-NDX) = 0
052300         GO TO 9100-EXIT
052400     END-IF.
052500     MOVE WS-RG-COUNT (WS-REG-NDX) TO WS-CNT-EDIT.
052600     MOVE SPACES TO ERASE-CERT-LINE.
052700     STRING "  " DELIMITED BY SIZE
052800         WS-FILE-NAME DELIMITED BY SIZE
052900         "  " DELIMITED BY SIZE
053000         WS-RG-SURROGATE (WS-REG-NDX) DELIMITED BY SIZE
053100         WS-CNT-EDIT DELIMITED BY SIZE
053200         " RECORDS RE-KEYED" DELIMITED BY SIZE
053300         INTO ERASE-CERT-LINE.
053400     PERFORM 9200-WRITE-LINE THRU 9200-EXIT.
053500     MOVE WS-RG-SURROGATE (WS-REG-NDX) TO KLOG-MEMBER-ID.
053600     MOVE 'I' TO KLOG-SEVERITY.
053700     MOVE "ERA003" TO KLOG-MSG-CODE.
053800     MOVE SPACES TO KLOG-MSG-TEXT.
053900     STRING WS-FILE-NAME DELIMITED BY SIZE
054000         WS-CNT-EDIT DELIMITED BY SIZE
054100         " RECORDS ANONYMIZED" DELIMITED BY SIZE
054200         INTO KLOG-MSG-TEXT.
054300     CALL "KLOGWRT" USING WS-KLOG.
054400 9100-EXIT.
054500     EXIT.
054600
054700 9200-WRITE-LINE.
054800     WRITE ERASE-CERT-LINE.
054900     IF NOT WS-CERT-OK
055000         DISPLAY "ERASCERT WRITE FAILED, STATUS = "
055100             WS-CERT-STATUS
055200     END-IF.
055300 9200-EXIT.
055400     EXIT.
