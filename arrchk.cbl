000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARRCHK.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  NIGHTLY PAYMENT ARRANGEMENT
001000*                      CHECK.  A MEMBER ON A CURRENT
001100*                      ARRANGEMENT (SEE ARRANGE, KEYED IN
001200*                      ARRMAINT) IS LEFT ALONE BY SUSPBAT,
001300*                      SO SOMETHING HAS TO NOTICE WHEN THE
001400*                      INSTALLMENTS STOP COMING IN.  TOTALS
001500*                      EACH ARRANGED MEMBER'S NET PAYMENTS
001600*                      IN PAYHIST SINCE THE ARRANGEMENT WAS
001700*                      SET (PAYMENTS LESS REVERSALS, REFUNDS
001800*                      AND RETURNED ITEMS; A HOUSEHOLD
001900*                      PAYER'S ARRANGEMENT ALSO TAKES ITS
002000*                      DEPENDENTS' PAYMENTS) AND COMPARES
002100*                      THEM WITH WHAT THE SCHEDULE HAS MADE
002200*                      DUE, ALLOWING THE GRACE DAYS.  SHORT
002300*                      OF IT, THE ARRANGEMENT IS CANCELLED
002400*                      AS MISSED AND THE MEMBER IS ELIGIBLE
002500*                      FOR SUSPENSION AGAIN IN THE SAME
002600*                      NIGHT'S SUSPBAT; PAID IN FULL, IT IS
002700*                      CLOSED AS PAID OFF.  EVERY CHANGE IS
002800*                      AUDITED ON ARRAUDIT AND LISTED ON THE
002900*                      ARRRPT REPORT FOR THE MANAGER.
003000*
003100* RUN PARAMETER.
003200*   DDD - GRACE DAYS ALLOWED AFTER AN INSTALLMENT'S DUE DATE
003300*   BEFORE IT COUNTS AS MISSED.  DEFAULT 005 WHEN ABSENT OR
003400*   NOT NUMERIC.
003500*----------------------------------------------------------*
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ARRANGE-FILE ASSIGN TO "ARRANGE"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ARR-STATUS.
004300
004400     SELECT ARRANGE-KEEP-FILE ASSIGN TO "ARRKEEP"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-KEEP-STATUS.
004700
004800     SELECT ARRANGE-AUDIT-FILE ASSIGN TO "ARRAUDIT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AUDIT-STATUS.
005100
005200     SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-HIST-STATUS.
005500
005600     SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-HHLD-STATUS.
005900
006000     SELECT ARR-REPORT-FILE ASSIGN TO "ARRRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-REPORT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ARRANGE-FILE.
006700 01  ARRANGE-RECORD.
006800     COPY ARRANGE.
006900
007000 FD  ARRANGE-KEEP-FILE.
007100 01  ARRANGE-KEEP-RECORD     PIC X(230).
007200
007300 FD  ARRANGE-AUDIT-FILE.
007400 01  ARRANGE-AUDIT-RECORD.
007500     05 AA-DATE              PIC X(08).
007600     05 FILLER               PIC X(01).
007700     05 AA-TIME              PIC X(06).
007800     05 FILLER               PIC X(01).
007900     05 AA-USER              PIC X(08).
008000     05 FILLER               PIC X(01).
008100     05 AA-ACTION            PIC X(01).
008200     05 FILLER               PIC X(01).
008300     05 AA-MEMBER-ID         PIC X(20).
008400     05 FILLER               PIC X(01).
008500     05 AA-BEFORE-IMAGE      PIC X(230).
008600     05 FILLER               PIC X(01).
008700     05 AA-AFTER-IMAGE       PIC X(230).
008800
008900 FD  PAY-HIST-FILE.
009000 01  PAY-HIST-RECORD.
009100     05 PH-MEMBER-ID         PIC X(20).
009200     05 FILLER               PIC X(01).
009300     05 PH-AMOUNT            PIC 9(04)V99.
009400     05 FILLER               PIC X(01).
009500     05 PH-DATE              PIC X(08).
009600     05 FILLER               PIC X(01).
009700     05 PH-TIME              PIC X(06).
009800     05 FILLER               PIC X(01).
009900     05 PH-CLERK             PIC X(08).
010000     05 FILLER               PIC X(01).
010100     05 PH-TYPE              PIC X(01).
010200         88 PH-TYPE-PAYMENT  VALUE 'P' ' ' 'H'.
010300         88 PH-TYPE-TAKEN-BACK VALUE 'V' 'R' 'B'.
010400     05 FILLER               PIC X(01).
010500     05 PH-REF-DATE          PIC X(08).
010600     05 FILLER               PIC X(01).
010700     05 PH-REF-TIME          PIC X(06).
010800     05 FILLER               PIC X(01).
010900     05 PH-FEE               PIC 9(04)V99.
011000
011100 FD  HOUSEHOLD-FILE.
011200 01  HOUSEHOLD-RECORD.
011300     COPY HOUSEHLD.
011400
011500 FD  ARR-REPORT-FILE.
011600 01  ARR-REPORT-LINE         PIC X(80).
011700
011800 WORKING-STORAGE SECTION.
011900 01  WS-SWITCHES.
012000     05 WS-ARR-STATUS        PIC X(02).
012100         88 WS-ARR-OK        VALUE '00'.
012200         88 WS-ARR-EOF       VALUE '10'.
012300         88 WS-ARR-NOT-FOUND VALUE '35'.
012400     05 WS-KEEP-STATUS       PIC X(02).
012500         88 WS-KEEP-OK       VALUE '00'.
012600         88 WS-KEEP-EOF      VALUE '10'.
012700     05 WS-AUDIT-STATUS      PIC X(02).
012800         88 WS-AUDIT-OK      VALUE '00'.
012900         88 WS-AUDIT-NOT-FOUND VALUE '35'.
013000     05 WS-HIST-STATUS       PIC X(02).
013100         88 WS-HIST-OK       VALUE '00'.
013200         88 WS-HIST-EOF      VALUE '10'.
013300         88 WS-HIST-NOT-FOUND VALUE '35'.
013400     05 WS-HHLD-STATUS       PIC X(02).
013500         88 WS-HHLD-OK       VALUE '00'.
013600         88 WS-HHLD-EOF      VALUE '10'.
013700         88 WS-HHLD-NOT-FOUND VALUE '35'.
013800     05 WS-REPORT-STATUS     PIC X(02).
013900         88 WS-REPORT-OK     VALUE '00'.
014000     05 WS-AR-FOUND-SW       PIC X(01) VALUE 'N'.
014100         88 AR-ROW-FOUND     VALUE 'Y'.
014200     05 WS-HH-FOUND-SW       PIC X(01) VALUE 'N'.
014300         88 HH-ROW-FOUND     VALUE 'Y'.
014400
014500 01  WS-PARM                 PIC X(12).
014600 01  WS-PARM-DAYS            PIC X(03) JUSTIFIED RIGHT.
014700 01  WS-PARM-DAYS-9 REDEFINES WS-PARM-DAYS
014800                             PIC 9(03).
014900 01  WS-GRACE-DAYS           PIC 9(03) VALUE 5.
015000
015100 01  WS-CURR-DATE            PIC X(08).
015200 01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
015300                             PIC 9(08).
015400 01  WS-CURR-TIME            PIC X(06).
015500 01  WS-DUE-DATE             PIC X(08).
015600 01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
015700                             PIC 9(08).
015800 77  WS-TODAY-INT            PIC 9(07) COMP.
015900 77  WS-DUE-INT              PIC 9(07) COMP.
016000
016100*----------------------------------------------------------*
016200* CURRENT ARRANGEMENTS, WITH THE NET PAID TOWARD EACH SINCE *
016300* ITS SET DATE.                                             *
016400*----------------------------------------------------------*
016500 01  WS-AR-TABLE.
016600     05 WS-AR-ENTRY OCCURS 500 TIMES
016700                    INDEXED BY WS-AR-NDX.
016800         10 WS-AR-MEMBER     PIC X(20).
016900         10 WS-AR-SET-DATE   PIC X(08).
017000         10 WS-AR-PAID       PIC S9(06)V99.
017100 77  WS-AR-USED              PIC 9(03) COMP VALUE 0.
017200 77  WS-AR-I                 PIC 9(03) COMP.
017300 01  WS-AR-LOOK-ID           PIC X(20).
017400
017500*----------------------------------------------------------*
017600* HOUSEHOLD LINKS FROM HOUSEHLD, SO A DEPENDENT'S PAYMENT   *
017700* COUNTS TOWARD ITS PAYER'S ARRANGEMENT.                    *
017800*----------------------------------------------------------*
017900 01  WS-HH-TABLE.
018000     05 WS-HH-ENTRY OCCURS 500 TIMES
018100                    INDEXED BY WS-HH-NDX.
018200         10 WS-HH-PAYER      PIC X(20).
018300         10 WS-HH-MEMBER     PIC X(20).
018400 77  WS-HH-USED              PIC 9(03) COMP VALUE 0.
018500 77  WS-HH-I                 PIC 9(03) COMP.
018600
018700 01  WS-BEFORE-IMAGE         PIC X(230).
018800 01  WS-PAID                 PIC S9(06)V99.
018900 01  WS-DUE-SO-FAR           PIC 9(05)V99.
019000 01  WS-SHORT                PIC S9(06)V99.
019100 77  WS-INST-SUB             PIC 9(02) COMP.
019200 77  WS-MISSED-INST          PIC 9(02) COMP.
019300
019400 77  WS-CHECKED-COUNT        PIC 9(05) COMP VALUE 0.
019500 77  WS-CURRENT-COUNT        PIC 9(05) COMP VALUE 0.
019600 77  WS-MISSED-COUNT         PIC 9(05) COMP VALUE 0.
019700 77  WS-PAID-OFF-COUNT       PIC 9(05) COMP VALUE 0.
019800 77  WS-CHANGED-COUNT        PIC 9(05) COMP VALUE 0.
019900 01  WS-COUNT-EDIT           PIC ZZZZ9.
020000
020100 01  WS-DETAIL-LINE.
020200     05 FILLER               PIC X(02) VALUE SPACES.
020300     05 DL-MEMBER-ID         PIC X(20).
020400     05 FILLER               PIC X(01) VALUE SPACES.
020500     05 DL-RESULT            PIC X(08).
020600     05 FILLER               PIC X(01) VALUE SPACES.
020700     05 DL-INST              PIC ZZ.
020800     05 FILLER               PIC X(01) VALUE SPACES.
020900     05 DL-DUE-DATE          PIC X(08).
021000     05 FILLER               PIC X(01) VALUE SPACES.
021100     05 DL-DUE-SO-FAR        PIC ZZZZ9.99.
021200     05 FILLER               PIC X(01) VALUE SPACES.
021300     05 DL-PAID              PIC -ZZZZ9.99.
021400     05 FILLER               PIC X(01) VALUE SPACES.
021500     05 DL-SHORT             PIC -ZZZZ9.99.
021600
021700 01  WS-HEADING-LINE.
021800     05 FILLER               PIC X(23) VALUE
021900        "  MEMBER ID            ".
022000     05 FILLER               PIC X(21) VALUE
022100        "RESULT   NO DUE DATE ".
022200     05 FILLER               PIC X(29) VALUE
022300        "  DUE TO DATE      PAID SHORT".
022400
022500 01  WS-RUNCTL.
022600     COPY RUNCTL.
022700
022800 PROCEDURE DIVISION.
022900 0000-MAINLINE.
023000     MOVE "ARRCHK" TO RCTL-STEP-NAME.
023100     MOVE 'B' TO RCTL-ACTION.
023200     CALL "RUNCTLW" USING WS-RUNCTL.
023300     IF RCTL-SKIP-STEP
023400         DISPLAY "ARRCHK ALREADY COMPLETE - STEP SKIPPED"
023500         GOBACK
023600     END-IF.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023800     PERFORM 1500-LOAD-ARRANGEMENTS THRU 1500-EXIT.
023900     IF WS-AR-USED = 0
024000         DISPLAY "NO CURRENT ARRANGEMENTS - NOTHING TO CHECK"
024100         MOVE 'E' TO RCTL-ACTION
024200         MOVE RETURN-CODE TO RCTL-RETURN-CODE
024300         CALL "RUNCTLW" USING WS-RUNCTL
024400         GOBACK
024500     END-IF.
024600     PERFORM 1700-LOAD-HOUSEHOLDS THRU 1700-EXIT.
024700     PERFORM 2000-TALLY-PAYMENTS THRU 2000-EXIT.
024800     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
024900     PERFORM 1510-READ-ARRANGE THRU 1510-EXIT.
025000     PERFORM 4000-CHECK-RECORD THRU 4000-EXIT
025100         UNTIL WS-ARR-EOF.
025200     CLOSE ARRANGE-FILE.
025300     CLOSE ARRANGE-KEEP-FILE.
025400     CLOSE ARRANGE-AUDIT-FILE.
025500     IF WS-CHANGED-COUNT > 0
025600         PERFORM 5000-REWRITE-ARRANGE THRU 5000-EXIT
025700     END-IF.
025800     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
025900     MOVE 'E' TO RCTL-ACTION.
026000     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
026100     CALL "RUNCTLW" USING WS-RUNCTL.
026200     GOBACK.
026300
026400*----------------------------------------------------------*
026500* 1000-INITIALIZE - GRACE DAYS FROM THE RUN PARAMETER AND   *
026600* THE BUSINESS DATE AS A DAY NUMBER FOR THE DATE MATH.      *
026700*----------------------------------------------------------*
026800 1000-INITIALIZE.
026900     ACCEPT WS-PARM FROM COMMAND-LINE.
027000     IF WS-PARM NOT = SPACES
027100         UNSTRING WS-PARM DELIMITED BY "," OR SPACE
027200             INTO WS-PARM-DAYS
027300         END-UNSTRING
027400         INSPECT WS-PARM-DAYS
027500             REPLACING LEADING SPACE BY ZERO
027600         IF WS-PARM-DAYS NUMERIC
027700             MOVE WS-PARM-DAYS-9 TO WS-GRACE-DAYS
027800         END-IF
027900     END-IF.
028000     CALL "RUNDT" USING WS-CURR-DATE.
028100     ACCEPT WS-CURR-TIME FROM TIME.
028200     COMPUTE WS-TODAY-INT =
028300         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM).
028400 1000-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------*
028800* 1500-LOAD-ARRANGEMENTS - EVERY CURRENT ARRANGEMENT, PAID  *
028900* NOTHING YET.  NO ARRANGE ON FILE MEANS NONE - NOT AN      *
029000* ERROR.                                                    *
029100*----------------------------------------------------------*
029200 1500-LOAD-ARRANGEMENTS.
029300     MOVE 0 TO WS-AR-USED.
029400     OPEN INPUT ARRANGE-FILE.
029500     IF WS-ARR-NOT-FOUND
029600         GO TO 1500-EXIT
029700     END-IF.
029800     IF NOT WS-ARR-OK
029900         DISPLAY "ARRANGE OPEN FAILED, STATUS = "
030000             WS-ARR-STATUS
030100         MOVE 8 TO RETURN-CODE
030200         GOBACK
030300     END-IF.
030400     PERFORM 1510-READ-ARRANGE THRU 1510-EXIT.
030500     PERFORM 1520-STORE-ARRANGE THRU 1520-EXIT
030600         UNTIL WS-ARR-EOF.
030700     CLOSE ARRANGE-FILE.
030800 1500-EXIT.
030900     EXIT.
031000
031100 1510-READ-ARRANGE.
031200     READ ARRANGE-FILE.
031300 1510-EXIT.
031400     EXIT.
031500
031600 1520-STORE-ARRANGE.
031700     IF NOT AR-CURRENT
031800         GO TO 1520-NEXT
031900     END-IF.
032000     IF WS-AR-USED < 500
032100         ADD 1 TO WS-AR-USED
032200         SET WS-AR-NDX TO WS-AR-USED
032300         MOVE AR-MEMBER-ID TO WS-AR-MEMBER (WS-AR-NDX)
032400         MOVE AR-SET-DATE  TO WS-AR-SET-DATE (WS-AR-NDX)
032500         MOVE 0            TO WS-AR-PAID (WS-AR-NDX)
032600     ELSE
032700         DISPLAY "MORE THAN 500 CURRENT ARRANGEMENTS - "
032800             AR-MEMBER-ID " NOT TABLED"
032900         IF RETURN-CODE < 4
033000             MOVE 4 TO RETURN-CODE
033100         END-IF
033200     END-IF.
033300 1520-NEXT.
033400     PERFORM 1510-READ-ARRANGE THRU 1510-EXIT.
033500 1520-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------*
033900* 1600-FIND-ARRANGEMENT - POINT WS-AR-NDX AT THE CURRENT    *
034000* ARRANGEMENT OF WS-AR-LOOK-ID, IF THERE IS ONE.            *
034100*----------------------------------------------------------*
034200 1600-FIND-ARRANGEMENT.
034300     MOVE 'N' TO WS-AR-FOUND-SW.
034400     PERFORM 1610-CHECK-ARRANGEMENT THRU 1610-EXIT
034500         VARYING WS-AR-I FROM 1 BY 1
034600         UNTIL AR-ROW-FOUND
034700         OR WS-AR-I > WS-AR-USED.
034800 1600-EXIT.
034900     EXIT.
035000
035100 1610-CHECK-ARRANGEMENT.
035200     SET WS-AR-NDX TO WS-AR-I.
035300     IF WS-AR-MEMBER (WS-AR-NDX) = WS-AR-LOOK-ID
035400         MOVE 'Y' TO WS-AR-FOUND-SW
035500     END-IF.
035600 1610-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------*
036000* 1700-LOAD-HOUSEHOLDS - THE HOUSEHOLD LINKS.  NO HOUSEHLD  *
036100* ON FILE MEANS NO HOUSEHOLDS.  PAYPOST AND SUSPBAT ALREADY *
036200* REPORT BAD ROWS; HERE A BLANK ROW IS SIMPLY SKIPPED.      *
036300*----------------------------------------------------------*
036400 1700-LOAD-HOUSEHOLDS.
036500     MOVE 0 TO WS-HH-USED.
036600     OPEN INPUT HOUSEHOLD-FILE.
036700     IF WS-HHLD-NOT-FOUND
036800         GO TO 1700-EXIT
036900     END-IF.
037000     IF NOT WS-HHLD-OK
037100         DISPLAY "HOUSEHLD OPEN FAILED, STATUS = "
037200             WS-HHLD-STATUS
037300         MOVE 8 TO RETURN-CODE
037400         GOBACK
037500     END-IF.
037600     PERFORM 1710-READ-HOUSEHOLD THRU 1710-EXIT.
037700     PERFORM 1720-STORE-HOUSEHOLD THRU 1720-EXIT
037800         UNTIL WS-HHLD-EOF.
037900     CLOSE HOUSEHOLD-FILE.
038000 1700-EXIT.
038100     EXIT.
038200
038300 1710-READ-HOUSEHOLD.
038400     READ HOUSEHOLD-FILE.
038500 1710-EXIT.
038600     EXIT.
038700
038800 1720-STORE-HOUSEHOLD.
038900     IF HH-MEMBER-ID = SPACES OR HH-PAYER-ID = SPACES
039000         GO TO 1720-NEXT
039100     END-IF.
039200     IF WS-HH-USED < 500
039300         ADD 1 TO WS-HH-USED
039400         SET WS-HH-NDX TO WS-HH-USED
039500         MOVE HH-PAYER-ID  TO WS-HH-PAYER (WS-HH-NDX)
039600         MOVE HH-MEMBER-ID TO WS-HH-MEMBER (WS-HH-NDX)
039700     ELSE
039800         DISPLAY "MORE THAN 500 HOUSEHLD ROWS - "
039900             HH-MEMBER-ID " NOT TABLED"
040000         IF RETURN-CODE < 4
040100             MOVE 4 TO RETURN-CODE
040200         END-IF
040300     END-IF.
040400 1720-NEXT.
040500     PERFORM 1710-READ-HOUSEHOLD THRU 1710-EXIT.
040600 1720-EXIT.
040700     EXIT.
040800
040900 1730-CHECK-DEPENDENT.
041000     SET WS-HH-NDX TO WS-HH-I.
041100     IF WS-HH-MEMBER (WS-HH-NDX) = PH-MEMBER-ID
041200         MOVE WS-HH-PAYER (WS-HH-NDX) TO WS-AR-LOOK-ID
041300         MOVE 'Y' TO WS-HH-FOUND-SW
041400     END-IF.
041500 1730-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------*
041900* 2000-TALLY-PAYMENTS - ONE PASS OF PAYHIST.  A LINE COUNTS *
042000* TOWARD THE ARRANGEMENT OF ITS MEMBER, OR OF ITS           *
042100* HOUSEHOLD PAYER, WHEN IT IS DATED ON OR AFTER THE DAY THE *
042200* ARRANGEMENT WAS SET.  PAYMENTS ADD; REVERSALS, REFUNDS    *
042300* AND RETURNED ITEMS TAKE BACK.  WITHOUT PAYHIST NOTHING    *
042400* CAN BE JUDGED, SO NOTHING IS CANCELLED - RC 8.            *
042500*----------------------------------------------------------*
042600 2000-TALLY-PAYMENTS.
042700     OPEN INPUT PAY-HIST-FILE.
042800     IF NOT WS-HIST-OK
042900         DISPLAY "PAYHIST OPEN FAILED, STATUS = "
043000             WS-HIST-STATUS
043100         DISPLAY "ARRANGEMENTS NOT CHECKED"
043200         MOVE 8 TO RETURN-CODE
043300         GOBACK
043400     END-IF.
043500     PERFORM 2100-READ-HIST THRU 2100-EXIT.
043600     PERFORM 2200-TALLY-HIST THRU 2200-EXIT
043700         UNTIL WS-HIST-EOF.
043800     CLOSE PAY-HIST-FILE.
043900 2000-EXIT.
044000     EXIT.
044100
044200 2100-READ-HIST.
044300     READ PAY-HIST-FILE.
044400 2100-EXIT.
044500     EXIT.
044600
044700 2200-TALLY-HIST.
044800     MOVE PH-MEMBER-ID TO WS-AR-LOOK-ID.
044900     PERFORM 1600-FIND-ARRANGEMENT THRU 1600-EXIT.
045000     IF NOT AR-ROW-FOUND AND WS-HH-USED > 0
045100         MOVE 'N' TO WS-HH-FOUND-SW
045200         PERFORM 1730-CHECK-DEPENDENT THRU 1730-EXIT
045300             VARYING WS-HH-I FROM 1 BY 1
045400             UNTIL HH-ROW-FOUND
045500             OR WS-HH-I > WS-HH-USED
045600         IF HH-ROW-FOUND
045700             PERFORM 1600-FIND-ARRANGEMENT THRU 1600-EXIT
045800         END-IF
045900     END-IF.
046000     IF NOT AR-ROW-FOUND
046100         GO TO 2200-NEXT
046200     END-IF.
046300     IF PH-DATE < WS-AR-SET-DATE (WS-AR-NDX)
046400         GO TO 2200-NEXT
046500     END-IF.
046600     IF PH-TYPE-PAYMENT
046700         ADD PH-AMOUNT TO WS-AR-PAID (WS-AR-NDX)
046800     END-IF.
046900     IF PH-TYPE-TAKEN-BACK
047000         SUBTRACT PH-AMOUNT FROM WS-AR-PAID (WS-AR-NDX)
047100     END-IF.
047200 2200-NEXT.
047300     PERFORM 2100-READ-HIST THRU 2100-EXIT.
047400 2200-EXIT.
047500     EXIT.
047600
047700 3000-OPEN-FILES.
047800     OPEN INPUT ARRANGE-FILE.
047900     IF NOT WS-ARR-OK
048000         DISPLAY "ARRANGE REOPEN FAILED, STATUS = "
048100             WS-ARR-STATUS
048200         MOVE 8 TO RETURN-CODE
048300         GOBACK
048400     END-IF.
048500     OPEN OUTPUT ARRANGE-KEEP-FILE.
048600     IF NOT WS-KEEP-OK
048700         DISPLAY "ARRKEEP OPEN FAILED, STATUS = "
048800             WS-KEEP-STATUS
048900         CLOSE ARRANGE-FILE
049000         MOVE 8 TO RETURN-CODE
049100         GOBACK
049200     END-IF.
049300     OPEN EXTEND ARRANGE-AUDIT-FILE.
049400     IF WS-AUDIT-NOT-FOUND
049500         OPEN OUTPUT ARRANGE-AUDIT-FILE
049600     END-IF.
049700     IF NOT WS-AUDIT-OK
049800         DISPLAY "ARRAUDIT OPEN FAILED, STATUS = "
049900             WS-AUDIT-STATUS
050000         CLOSE ARRANGE-FILE
050100         CLOSE ARRANGE-KEEP-FILE
050200         MOVE 8 TO RETURN-CODE
050300         GOBACK
050400     END-IF.
050500     OPEN OUTPUT ARR-REPORT-FILE.
050600     IF NOT WS-REPORT-OK
050700         DISPLAY "ARRRPT OPEN FAILED, STATUS = "
050800             WS-REPORT-STATUS
050900         CLOSE ARRANGE-FILE
051000         CLOSE ARRANGE-KEEP-FILE
051100         CLOSE ARRANGE-AUDIT-FILE
051200         MOVE 8 TO RETURN-CODE
051300         GOBACK
051400     END-IF.
051500     MOVE SPACES TO ARR-REPORT-LINE.
051600     MOVE WS-GRACE-DAYS TO WS-COUNT-EDIT.
051700     STRING "PAYMENT ARRANGEMENT CHECK FOR " DELIMITED BY SIZE
051800         WS-CURR-DATE DELIMITED BY SIZE
051900         " - GRACE DAYS " DELIMITED BY SIZE
052000         WS-COUNT-EDIT DELIMITED BY SIZE
052100         INTO ARR-REPORT-LINE.
052200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
052300     MOVE SPACES TO ARR-REPORT-LINE.
052400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
052500     MOVE WS-HEADING-LINE TO ARR-REPORT-LINE.
052600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
052700 3000-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------*
053100* 4000-CHECK-RECORD - ONE ARRANGE RECORD TO THE KEEP FILE.  *
053200* ENDED ARRANGEMENTS PASS THROUGH AS THEY ARE; A CURRENT    *
053300* ONE IS JUDGED AND MAY LEAVE AS MISSED OR PAID OFF.        *
053400*----------------------------------------------------------*
053500 4000-CHECK-RECORD.
053600     IF AR-CURRENT
053700         MOVE AR-MEMBER-ID TO WS-AR-LOOK-ID
053800         PERFORM 1600-FIND-ARRANGEMENT THRU 1600-EXIT
053900         IF AR-ROW-FOUND
054000             PERFORM 4100-JUDGE-ARRANGEMENT THRU 4100-EXIT
054100         END-IF
054200     END-IF.
054300     MOVE SPACES TO ARRANGE-KEEP-RECORD.
054400     MOVE ARRANGE-RECORD TO ARRANGE-KEEP-RECORD.
054500     WRITE ARRANGE-KEEP-RECORD.
054600     IF NOT WS-KEEP-OK
054700         DISPLAY "ARRKEEP WRITE FAILED, STATUS = "
054800             WS-KEEP-STATUS
054900         MOVE 8 TO RETURN-CODE
055000     END-IF.
055100     PERFORM 1510-READ-ARRANGE THRU 1510-EXIT.
055200 4000-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------*
055600* 4100-JUDGE-ARRANGEMENT - ADD UP THE INSTALLMENTS WHOSE    *
055700* DUE DATE PLUS THE GRACE DAYS IS BEHIND THE BUSINESS DATE, *
055800* NOTING THE FIRST ONE THE NET PAID DOES NOT COVER.  PAID   *
055900* IN FULL CLOSES THE ARRANGEMENT; SHORT OF WHAT IS DUE      *
056000* CANCELS IT AS MISSED; ANYTHING ELSE LEAVES IT CURRENT.    *
056100*----------------------------------------------------------*
056200 4100-JUDGE-ARRANGEMENT.
056300     ADD 1 TO WS-CHECKED-COUNT.
056400     MOVE WS-AR-PAID (WS-AR-NDX) TO WS-PAID.
056500     MOVE 0 TO WS-DUE-SO-FAR.
056600     MOVE 0 TO WS-MISSED-INST.
056700     PERFORM 4200-ADD-DUE THRU 4200-EXIT
056800         VARYING WS-INST-SUB FROM 1 BY 1
056900         UNTIL WS-INST-SUB > AR-INSTALL-COUNT
057000         OR WS-INST-SUB > 12.
057100     MOVE ARRANGE-RECORD TO WS-BEFORE-IMAGE.
057200     IF WS-PAID NOT < AR-AGREED-AMOUNT
057300         MOVE 'P' TO AR-STATUS
057400         MOVE "PAID OFF" TO DL-RESULT
057500         ADD 1 TO WS-PAID-OFF-COUNT
057600         GO TO 4100-CHANGED
057700     END-IF.
057800     IF WS-MISSED-INST > 0
057900         MOVE 'M' TO AR-STATUS
058000         MOVE "MISSED  " TO DL-RESULT
058100         ADD 1 TO WS-MISSED-COUNT
058200         GO TO 4100-CHANGED
058300     END-IF.
058400     ADD 1 TO WS-CURRENT-COUNT.
058500     GO TO 4100-EXIT.
058600 4100-CHANGED.
058700     MOVE WS-CURR-DATE TO AR-STATUS-DATE.
058800     ADD 1 TO WS-CHANGED-COUNT.
058900     PERFORM 4300-WRITE-AUDIT THRU 4300-EXIT.
059000     PERFORM 4400-REPORT-ARRANGEMENT THRU 4400-EXIT.
059100 4100-EXIT.
059200     EXIT.
059300
059400 4200-ADD-DUE.
059500     MOVE AR-DUE-DATE (WS-INST-SUB) TO WS-DUE-DATE.
059600     IF WS-DUE-DATE NOT NUMERIC
059700         GO TO 4200-EXIT
059800     END-IF.
059900     COMPUTE WS-DUE-INT =
060000         FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
060100         + WS-GRACE-DAYS.
060200     IF WS-DUE-INT NOT < WS-TODAY-INT
060300         GO TO 4200-EXIT
060400     END-IF.
060500     ADD AR-DUE-AMOUNT (WS-INST-SUB) TO WS-DUE-SO-FAR.
060600     IF WS-MISSED-INST = 0 AND WS-PAID < WS-DUE-SO-FAR
060700         MOVE WS-INST-SUB TO WS-MISSED-INST
060800     END-IF.
060900 4200-EXIT.
061000     EXIT.
061100
061200 4300-WRITE-AUDIT.
061300     MOVE SPACES TO ARRANGE-AUDIT-RECORD.
061400     MOVE WS-CURR-DATE    TO AA-DATE.
061500     MOVE WS-CURR-TIME    TO AA-TIME.
061600     MOVE "ARRCHK  "      TO AA-USER.
061700     MOVE 'C'             TO AA-ACTION.
061800     MOVE AR-MEMBER-ID    TO AA-MEMBER-ID.
061900     MOVE WS-BEFORE-IMAGE TO AA-BEFORE-IMAGE.
062000     MOVE ARRANGE-RECORD  TO AA-AFTER-IMAGE.
062100     WRITE ARRANGE-AUDIT-RECORD.
062200     IF NOT WS-AUDIT-OK
062300         DISPLAY "ARRAUDIT WRITE FAILED, STATUS = "
062400             WS-AUDIT-STATUS
062500         IF RETURN-CODE < 4
062600             MOVE 4 TO RETURN-CODE
062700         END-IF
062800     END-IF.
062900 4300-EXIT.
063000     EXIT.
063100
063200 4400-REPORT-ARRANGEMENT.
063300     MOVE AR-MEMBER-ID  TO DL-MEMBER-ID.
063400     MOVE WS-DUE-SO-FAR TO DL-DUE-SO-FAR.
063500     MOVE WS-PAID       TO DL-PAID.
063600     IF AR-MISSED
063700         MOVE WS-MISSED-INST TO DL-INST
063800         MOVE AR-DUE-DATE (WS-MISSED-INST) TO DL-DUE-DATE
063900         COMPUTE WS-SHORT = WS-DUE-SO-FAR - WS-PAID
064000     ELSE
064100         MOVE 0 TO DL-INST
064200         MOVE SPACES TO DL-DUE-DATE
064300         MOVE 0 TO WS-SHORT
064400     END-IF.
064500     MOVE WS-SHORT TO DL-SHORT.
064600     MOVE WS-DETAIL-LINE TO ARR-REPORT-LINE.
064700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
064800 4400-EXIT.
064900     EXIT.
065000
065100*----------------------------------------------------------*
065200* 5000-REWRITE-ARRANGE - REPLACE ARRANGE WITH THE KEEP      *
065300* FILE, SAME PATTERN AS THE CLSPROMO WAITLIST REWRITE.  A   *
065400* FAILURE HERE LEAVES ARRKEEP AS THE ONLY FULL COPY.        *
065500*----------------------------------------------------------*
065600 5000-REWRITE-ARRANGE.
065700     OPEN OUTPUT ARRANGE-FILE.
065800     IF NOT WS-ARR-OK
065900         DISPLAY "ARRANGE RESET FAILED, STATUS = "
066000             WS-ARR-STATUS
066100         MOVE 8 TO RETURN-CODE
066200         GO TO 5000-EXIT
066300     END-IF.
066400     OPEN INPUT ARRANGE-KEEP-FILE.
066500     IF NOT WS-KEEP-OK
066600         DISPLAY "ARRKEEP REOPEN FAILED, STATUS = "
066700             WS-KEEP-STATUS
066800         MOVE 8 TO RETURN-CODE
066900         CLOSE ARRANGE-FILE
067000         GO TO 5000-EXIT
067100     END-IF.
067200     PERFORM 5100-READ-KEEP THRU 5100-EXIT.
067300     PERFORM 5200-CARRY-RECORD THRU 5200-EXIT
067400         UNTIL WS-KEEP-EOF.
067500     CLOSE ARRANGE-KEEP-FILE.
067600     CLOSE ARRANGE-FILE.
067700 5000-EXIT.
067800     EXIT.
067900
068000 5100-READ-KEEP.
068100     READ ARRANGE-KEEP-FILE.
068200 5100-EXIT.
068300     EXIT.
068400
068500 5200-CARRY-RECORD.
068600     MOVE SPACES TO ARRANGE-RECORD.
068700     MOVE ARRANGE-KEEP-RECORD TO ARRANGE-RECORD.
068800     WRITE ARRANGE-RECORD.
068900     IF NOT WS-ARR-OK
069000         DISPLAY "ARRANGE WRITE FAILED, STATUS = "
069100             WS-ARR-STATUS
069200         MOVE 8 TO RETURN-CODE
069300     END-IF.
069400     PERFORM 5100-READ-KEEP THRU 5100-EXIT.
069500 5200-EXIT.
069600     EXIT.
069700
069800 8000-WRITE-LINE.
069900     WRITE ARR-REPORT-LINE.
070000     IF NOT WS-REPORT-OK
070100         DISPLAY "ARRRPT WRITE FAILED, STATUS = "
070200             WS-REPORT-STATUS
070300         IF RETURN-CODE < 4
070400             MOVE 4 TO RETURN-CODE
070500         END-IF
070600     END-IF.
070700 8000-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------*
071100* 9000-WRAP-UP - RUN TOTALS FOR THE MANAGER AND THE         *
071200* OPERATOR.                                                 *
071300*----------------------------------------------------------*
071400 9000-WRAP-UP.
071500     MOVE SPACES TO ARR-REPORT-LINE.
071600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
071700     MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT.
071800     MOVE SPACES TO ARR-REPORT-LINE.
071900     STRING "ARRANGEMENTS CHECKED.....: " DELIMITED BY SIZE
072000         WS-COUNT-EDIT DELIMITED BY SIZE
072100         INTO ARR-REPORT-LINE.
072200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
072300     MOVE WS-CURRENT-COUNT TO WS-COUNT-EDIT.
072400     MOVE SPACES TO ARR-REPORT-LINE.
072500     STRING "STILL CURRENT............: " DELIMITED BY SIZE
072600         WS-COUNT-EDIT DELIMITED BY SIZE
072700         INTO ARR-REPORT-LINE.
072800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
072900     MOVE WS-MISSED-COUNT TO WS-COUNT-EDIT.
073000     MOVE SPACES TO ARR-REPORT-LINE.
073100     STRING "MISSED - CANCELLED.......: " DELIMITED BY SIZE
073200         WS-COUNT-EDIT DELIMITED BY SIZE
073300         INTO ARR-REPORT-LINE.
073400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
073500     MOVE WS-PAID-OFF-COUNT TO WS-COUNT-EDIT.
073600     MOVE SPACES TO ARR-REPORT-LINE.
073700     STRING "PAID OFF.................: " DELIMITED BY SIZE
073800         WS-COUNT-EDIT DELIMITED BY SIZE
073900         INTO ARR-REPORT-LINE.
074000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
074100     CLOSE ARR-REPORT-FILE.
074200     DISPLAY "PAYMENT ARRANGEMENT CHECK COMPLETE".
074300     DISPLAY "  ARRANGEMENTS CHECKED....: " WS-CHECKED-COUNT.
074400     DISPLAY "  STILL CURRENT...........: " WS-CURRENT-COUNT.
074500     DISPLAY "  MISSED - CANCELLED......: " WS-MISSED-COUNT.
074600     DISPLAY "  PAID OFF................: " WS-PAID-OFF-COUNT.
074700 9000-EXIT.
074800     EXIT.
