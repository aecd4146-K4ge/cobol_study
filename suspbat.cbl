002810*   2026-09-02  KAGE   CHECK-IN RECORDS ARE 52 BYTES NOW
002820*                      THAT INANDOUT STAMPS THE TERMINAL ID
002830*                      ON EVERY TRANSACTION.
002844*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
002858*                      (RECORD 96 TO 99, APPENDED) -
002872*                      LENGTHS AND COPY REPLACEMENTS GREW
002886*                      WITH IT, MEMAUDIT 615 TO 621.
002888*   2026-10-15  KAGE   CHECK-IN RECORDS ARE 58 BYTES NOW
002891*                      THAT INANDOUT STAMPS THE SITE OF THE
002894*                      TERMINAL AND, ON A CHECK-IN, THE
002897*                      MEMBER'S HOME SITE.
002900*
003000* RUN PARAMETER.
003100*   BBBBBB,DDD - BALANCE THRESHOLD AS 6 DIGITS WITH IMPLIED
003497*                      BIRTH (RECORD 73 TO 82, DOB
003498*                      APPENDED) - LENGTHS AND COPY
003499*                      REPLACEMENTS GREW WITH IT.
003502*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
003506*                      CODE, DUES-BILLED-THRU MONTH AND
003509*                      JOINING-FEE FLAG (RECORD 82 TO 96,
003513*                      APPENDED) - LENGTHS AND COPY
003517*                      REPLACEMENTS GREW WITH IT.
003520*   2026-10-15  KAGE   FEEAUDIT LINES ARE 49 BYTES NOW
003524*                      THAT THEY CARRY A CHARGE TYPE.
003527*   2026-10-15  KAGE   A MEMBER IN A HOUSEHOLD (SEE HOUSEHLD)
003531*                      IS JUDGED FOR DELINQUENCY ON THE
003535*                      HOUSEHOLD TOTAL - THE PAYER'S BALANCE
003538*                      PLUS EVERY DEPENDENT'S - SINCE ONE
003542*                      PAYER SETTLES IT ALL.  THE TOTALS ARE
003545*                      TAKEN WITH KEYED READS BEFORE THE
003549*                      KEY-ORDER PASS BEGINS.
003553*   2026-10-15  KAGE   MEMAUDIT RECORD 241 TO 615 - THE
003556*                      CONTACT BEFORE/AFTER IMAGES ARE LEFT
003560*                      BLANK ON A SUSPENSION LINE.
003563*   2026-10-15  KAGE   A MEMBER ON A CURRENT PAYMENT
003567*                      ARRANGEMENT (SEE ARRANGE, KEYED IN
003571*                      ARRMAINT) - OR WHOSE HOUSEHOLD PAYER IS
003574*                      ON ONE - IS NOT SUSPENDED FOR BALANCE;
003578*                      THE INACTIVITY TEST STILL APPLIES.
003581*                      ARRCHK CANCELS A MISSED ARRANGEMENT
003585*                      BEFORE THIS STEP RUNS, SO THE MEMBER IS
003589*                      ELIGIBLE AGAIN THE SAME NIGHT.  COUNTED
003592*                      ON THE REVIEW LIST TOTALS.
003596*----------------------------------------------------------*
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-REPORT-STATUS.
007700
007711     SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
007722         ORGANIZATION IS LINE SEQUENTIAL
007733         FILE STATUS IS WS-HHLD-STATUS.
007744
007755     SELECT ARRANGE-FILE ASSIGN TO "ARRANGE"
007766         ORGANIZATION IS LINE SEQUENTIAL
007777         FILE STATUS IS WS-ARR-STATUS.
007788
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CHK-HIST-FILE.
008100 01  CHK-HIST-RECORD         PIC X(58).
008200
008300 FD  CHK-TRANS-FILE.
008400 01  CHK-TRANS-RECORD        PIC X(58).
008500
008600 FD  CHK-SORTED-FILE.
008700 01  CHK-SORTED-RECORD.
009700     05 CS-DATE              PIC X(08).
009800     05 FILLER               PIC X(01).
009900     05 CS-TIME              PIC X(06).
009910     05 FILLER               PIC X(11).
010000
010100 SD  CHK-SORT-WORK.
010200 01  CHK-SORT-RECORD.
010500     05 SW-REST.
010600         10 FILLER           PIC X(06).
010700         10 SW-DATE          PIC X(08).
010800         10 FILLER           PIC X(18).
010900
011000 FD  FEE-SORTED-FILE.
011100 01  FEE-SORTED-RECORD.
011200     05 FS-DATE              PIC X(08).
011300     05 FILLER               PIC X(01).
011400     05 FS-MEMBER-ID         PIC X(20).
011500     05 FILLER               PIC X(20).
011600
011700 SD  FEE-SORT-WORK.
011800 01  FEE-SORT-RECORD.
011900     05 FW-DATE              PIC X(08).
012000     05 FILLER               PIC X(01).
012100     05 FW-MEMBER-ID         PIC X(20).
012200     05 FILLER               PIC X(20).
012300
012400 FD  FEE-AUDIT-FILE.
012500 01  FEE-AUDIT-RECORD        PIC X(49).
012600
012700 FD  MEMBER-MASTER-FILE.
012800 01  MEMBER-MASTER-RECORD.
014000     05 FILLER               PIC X(01).
014100     05 AU-MEMBER-ID         PIC X(20).
014200     05 FILLER               PIC X(01).
014300     05 AU-BEFORE-IMAGE      PIC X(99).
014400     05 FILLER               PIC X(01).
014500     05 AU-AFTER-IMAGE       PIC X(99).
014520     05 FILLER               PIC X(01).
014540     05 AU-CONTACT-BEFORE    PIC X(186).
014560     05 FILLER               PIC X(01).
014580     05 AU-CONTACT-AFTER     PIC X(186).
014600
014700 FD  SUSP-REPORT-FILE.
014800 01  SUSP-REPORT-LINE        PIC X(80).
014820
014840 FD  HOUSEHOLD-FILE.
014860 01  HOUSEHOLD-RECORD.
014880     COPY HOUSEHLD.
014884
014888 FD  ARRANGE-FILE.
014892 01  ARRANGE-RECORD.
014896     COPY ARRANGE.
014900
015000 WORKING-STORAGE SECTION.
015100 01  WS-SWITCHES.
016900         88 WS-MAUDIT-NOT-FOUND VALUE '35'.
017000     05 WS-REPORT-STATUS     PIC X(02).
017100         88 WS-REPORT-OK     VALUE '00'.
017109     05 WS-HHLD-STATUS       PIC X(02).
017118         88 WS-HHLD-OK       VALUE '00'.
017127         88 WS-HHLD-EOF      VALUE '10'.
017136         88 WS-HHLD-NOT-FOUND VALUE '35'.
017145     05 WS-HH-FOUND-SW       PIC X(01) VALUE 'N'.
017154         88 HH-ROW-FOUND     VALUE 'Y'.
017163     05 WS-HH-BAD-SW         PIC X(01) VALUE 'N'.
017172         88 HH-ROW-BAD       VALUE 'Y'.
017181     05 WS-IN-HOUSEHOLD-SW   PIC X(01) VALUE 'N'.
017190         88 IN-HOUSEHOLD     VALUE 'Y'.
017200     05 WS-SUSP-FAIL-SW      PIC X(01) VALUE 'N'.
017300         88 SUSPEND-FAILED   VALUE 'Y'.
017314     05 WS-ARR-STATUS        PIC X(02).
017328         88 WS-ARR-OK        VALUE '00'.
017342         88 WS-ARR-EOF       VALUE '10'.
017357         88 WS-ARR-NOT-FOUND VALUE '35'.
017371     05 WS-ARR-FOUND-SW      PIC X(01) VALUE 'N'.
017385         88 ON-ARRANGEMENT   VALUE 'Y'.
017400
017500 01  WS-PARM                 PIC X(12).
017600 01  WS-PARM-BAL             PIC X(06) JUSTIFIED RIGHT.
019400 01  WS-LAST-VISIT-NUM REDEFINES WS-LAST-VISIT
019500                             PIC 9(08).
019600 01  WS-LAST-AUDIT           PIC X(08).
019700 01  WS-BEFORE-IMAGE         PIC X(99).
019800 01  WS-REASON               PIC X(20).
019900
020000 77  WS-ACTIVE-COUNT         PIC 9(05) COMP VALUE 0.
020100 77  WS-SUSP-BAL-COUNT       PIC 9(05) COMP VALUE 0.
020200 77  WS-SUSP-INA-COUNT       PIC 9(05) COMP VALUE 0.
020300 77  WS-FAILED-COUNT         PIC 9(05) COMP VALUE 0.
020305 77  WS-SUSP-HH-COUNT        PIC 9(05) COMP VALUE 0.
020307 77  WS-ARR-SKIP-COUNT       PIC 9(05) COMP VALUE 0.
020310 01  WS-COUNT-EDIT           PIC ZZZZ9.
020312
020315*----------------------------------------------------------*
020317* HOUSEHOLD LINKS FROM HOUSEHLD, ONE ROW PER DEPENDENT, AND *
020320* ONE TOTAL PER PAYER - THE PAYER'S BALANCE PLUS EVERY      *
020322* DEPENDENT'S, CREDITS NETTED.  A HOUSEHOLD MEMBER IS       *
020325* JUDGED ON WS-JUDGED-BALANCE = ITS HOUSEHOLD'S TOTAL.      *
020328*----------------------------------------------------------*
020330 01  WS-HH-TABLE.
020333     05 WS-HH-ENTRY OCCURS 500 TIMES
020335                    INDEXED BY WS-HH-NDX.
020338         10 WS-HH-PAYER      PIC X(20).
020340         10 WS-HH-MEMBER     PIC X(20).
020343 77  WS-HH-USED              PIC 9(03) COMP VALUE 0.
020346 77  WS-HH-I                 PIC 9(03) COMP.
020348 01  WS-HP-TABLE.
020351     05 WS-HP-ENTRY OCCURS 500 TIMES
020353                    INDEXED BY WS-HP-NDX.
020356         10 WS-HP-PAYER      PIC X(20).
020358         10 WS-HP-TOTAL      PIC S9(06)V99.
020361 77  WS-HP-USED              PIC 9(03) COMP VALUE 0.
020364 77  WS-HP-I                 PIC 9(03) COMP.
020366 01  WS-HH-LOOK-ID           PIC X(20).
020369 01  WS-JUDGED-BALANCE       PIC S9(06)V99.
020371
020374*----------------------------------------------------------*
020376* MEMBERS ON A CURRENT PAYMENT ARRANGEMENT, FROM ARRANGE.   *
020379*----------------------------------------------------------*
020382 01  WS-AR-TABLE.
020384     05 WS-AR-ENTRY OCCURS 500 TIMES
020387                    INDEXED BY WS-AR-NDX.
020389         10 WS-AR-MEMBER     PIC X(20).
020392 77  WS-AR-USED              PIC 9(03) COMP VALUE 0.
020394 77  WS-AR-I                 PIC 9(03) COMP.
020397 01  WS-AR-LOOK-ID           PIC X(20).
020400
020500 01  WS-DETAIL-LINE.
020600     05 FILLER               PIC X(02) VALUE SPACES.
021884         GOBACK
021898     END-IF.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021933     PERFORM 1500-LOAD-HOUSEHOLDS THRU 1500-EXIT.
021966     PERFORM 1700-TOTAL-HOUSEHOLDS THRU 1700-EXIT.
021983     PERFORM 1800-LOAD-ARRANGEMENTS THRU 1800-EXIT.
022000     SORT CHK-SORT-WORK
022100         ON ASCENDING KEY SW-MEMBER-ID
022200         ON ASCENDING KEY SW-DATE
026200     COMPUTE WS-TODAY-INT =
026300         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM).
026400 1000-EXIT.
026401     EXIT.
026402
026403*----------------------------------------------------------*
026405* 1500-LOAD-HOUSEHOLDS - THE HOUSEHOLD LINKS.  NO HOUSEHLD  *
026406* ON FILE MEANS NO HOUSEHOLDS - NOT AN ERROR.  A ROW THAT   *
026407* BREAKS THE HOUSEHOLD RULES (SELF-LINK, DEPENDENT ALREADY  *
026409* IN A HOUSEHOLD, DEPENDENT WHO IS A PAYER, PAYER WHO IS A  *
026410* DEPENDENT) IS IGNORED WITH A WARNING, RC 4, AS PAYPOST    *
026411* IGNORES IT.                                               *
026412*----------------------------------------------------------*
026414 1500-LOAD-HOUSEHOLDS.
026415     MOVE 0 TO WS-HH-USED.
026416     OPEN INPUT HOUSEHOLD-FILE.
026418     IF WS-HHLD-NOT-FOUND
026419         GO TO 1500-EXIT
026420     END-IF.
026421     IF NOT WS-HHLD-OK
026423         DISPLAY "HOUSEHLD OPEN FAILED, STATUS = "
026424             WS-HHLD-STATUS
026425         MOVE 8 TO RETURN-CODE
026427         GOBACK
026428     END-IF.
026429     PERFORM 1510-READ-HOUSEHOLD THRU 1510-EXIT.
026430     PERFORM 1520-STORE-HOUSEHOLD THRU 1520-EXIT
026432         UNTIL WS-HHLD-EOF.
026433     CLOSE HOUSEHOLD-FILE.
026434 1500-EXIT.
026436     EXIT.
026437
026438 1510-READ-HOUSEHOLD.
026439     READ HOUSEHOLD-FILE.
026441 1510-EXIT.
026442     EXIT.
026443
026445 1520-STORE-HOUSEHOLD.
026446     MOVE 'N' TO WS-HH-BAD-SW.
026447     IF HH-MEMBER-ID = SPACES
026448         OR HH-PAYER-ID = SPACES
026450         OR HH-MEMBER-ID = HH-PAYER-ID
026451         MOVE 'Y' TO WS-HH-BAD-SW
026452     END-IF.
026454     PERFORM 1530-CHECK-HOUSEHOLD THRU 1530-EXIT
026455         VARYING WS-HH-I FROM 1 BY 1
026456         UNTIL HH-ROW-BAD
026457         OR WS-HH-I > WS-HH-USED.
026459     IF HH-ROW-BAD
026460         DISPLAY "HOUSEHLD ROW IGNORED - " HH-PAYER-ID
026461             " " HH-MEMBER-ID
026463         IF RETURN-CODE < 4
026464             MOVE 4 TO RETURN-CODE
026465         END-IF
026466         GO TO 1520-NEXT
026468     END-IF.
026469     IF WS-HH-USED < 500
026470         ADD 1 TO WS-HH-USED
026472         SET WS-HH-NDX TO WS-HH-USED
026473         MOVE HH-PAYER-ID  TO WS-HH-PAYER (WS-HH-NDX)
026474         MOVE HH-MEMBER-ID TO WS-HH-MEMBER (WS-HH-NDX)
026475     ELSE
026477         DISPLAY "MORE THAN 500 HOUSEHLD ROWS - "
026478             HH-MEMBER-ID " NOT TABLED"
026479         IF RETURN-CODE < 4
026481             MOVE 4 TO RETURN-CODE
026482         END-IF
026483     END-IF.
026484 1520-NEXT.
026486     PERFORM 1510-READ-HOUSEHOLD THRU 1510-EXIT.
026487 1520-EXIT.
026488     EXIT.
026490
026491 1530-CHECK-HOUSEHOLD.
026492     SET WS-HH-NDX TO WS-HH-I.
026493     IF WS-HH-MEMBER (WS-HH-NDX) = HH-MEMBER-ID
026495         OR WS-HH-PAYER (WS-HH-NDX) = HH-MEMBER-ID
026496         OR WS-HH-MEMBER (WS-HH-NDX) = HH-PAYER-ID
026497         MOVE 'Y' TO WS-HH-BAD-SW
026499     END-IF.
026500 1530-EXIT.
026501     EXIT.
026503
026504*----------------------------------------------------------*
026505* 1700-TOTAL-HOUSEHOLDS - ONE TOTAL PER PAYER FROM KEYED    *
026506* READS OF THE PAYER AND EACH DEPENDENT.  DONE WITH THE     *
026508* MASTER OPENED AND CLOSED HERE, BEFORE 2000 OPENS IT FOR   *
026509* THE KEY-ORDER PASS, SO THE RANDOM READS CANNOT DISTURB    *
026510* THE SEQUENTIAL POSITION.  AN ID NOT ON THE MASTER ADDS    *
026512* NOTHING.                                                  *
026513*----------------------------------------------------------*
026514 1700-TOTAL-HOUSEHOLDS.
026515     MOVE 0 TO WS-HP-USED.
026517     IF WS-HH-USED = 0
026518         GO TO 1700-EXIT
026519     END-IF.
026521     OPEN INPUT MEMBER-MASTER-FILE.
026522     IF NOT WS-MASTER-OK
026523         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
026524             WS-MASTER-STATUS
026526         MOVE 8 TO RETURN-CODE
026527         GOBACK
026528     END-IF.
026530     PERFORM 1710-ADD-DEPENDENT THRU 1710-EXIT
026531         VARYING WS-HH-I FROM 1 BY 1
026532         UNTIL WS-HH-I > WS-HH-USED.
026533     CLOSE MEMBER-MASTER-FILE.
026535 1700-EXIT.
026536     EXIT.
026537
026539 1710-ADD-DEPENDENT.
026540     SET WS-HH-NDX TO WS-HH-I.
026541     MOVE WS-HH-PAYER (WS-HH-NDX) TO WS-HH-LOOK-ID.
026542     PERFORM 1750-FIND-PAYER-TOTAL THRU 1750-EXIT.
026544     IF NOT HH-ROW-FOUND
026545         ADD 1 TO WS-HP-USED
026546         SET WS-HP-NDX TO WS-HP-USED
026548         MOVE WS-HH-LOOK-ID TO WS-HP-PAYER (WS-HP-NDX)
026549         MOVE 0 TO WS-HP-TOTAL (WS-HP-NDX)
026550         MOVE WS-HH-LOOK-ID TO MEMBER-ID
026551         PERFORM 1720-ADD-BALANCE THRU 1720-EXIT
026553     END-IF.
026554     MOVE WS-HH-MEMBER (WS-HH-NDX) TO MEMBER-ID.
026555     PERFORM 1720-ADD-BALANCE THRU 1720-EXIT.
026557 1710-EXIT.
026558     EXIT.
026559
026560 1720-ADD-BALANCE.
026562     READ MEMBER-MASTER-FILE
026563         INVALID KEY
026564             GO TO 1720-EXIT
026566     END-READ.
026567     ADD MEMBER-BALANCE TO WS-HP-TOTAL (WS-HP-NDX).
026568 1720-EXIT.
026569     EXIT.
026571
026572*----------------------------------------------------------*
026573* 1750-FIND-PAYER-TOTAL - POINT WS-HP-NDX AT THE TOTAL FOR  *
026575* PAYER WS-HH-LOOK-ID, IF THERE IS ONE.                     *
026576*----------------------------------------------------------*
026577 1750-FIND-PAYER-TOTAL.
026578     MOVE 'N' TO WS-HH-FOUND-SW.
026580     PERFORM 1760-CHECK-PAYER-TOTAL THRU 1760-EXIT
026581         VARYING WS-HP-I FROM 1 BY 1
026582         UNTIL HH-ROW-FOUND
026584         OR WS-HP-I > WS-HP-USED.
026585 1750-EXIT.
026586     EXIT.
026587
026589 1760-CHECK-PAYER-TOTAL.
026590     SET WS-HP-NDX TO WS-HP-I.
026591     IF WS-HP-PAYER (WS-HP-NDX) = WS-HH-LOOK-ID
026593         MOVE 'Y' TO WS-HH-FOUND-SW
026594     END-IF.
026595 1760-EXIT.
026596     EXIT.
026598
026599 1770-CHECK-DEPENDENT.
026600     SET WS-HH-NDX TO WS-HH-I.
026602     IF WS-HH-MEMBER (WS-HH-NDX) = MEMBER-ID
026603         MOVE WS-HH-PAYER (WS-HH-NDX) TO WS-HH-LOOK-ID
026604         MOVE 'Y' TO WS-HH-FOUND-SW
026606     END-IF.
026607 1770-EXIT.
026608     EXIT.
026609
026611*----------------------------------------------------------*
026612* 1800-LOAD-ARRANGEMENTS - EVERY MEMBER ON A CURRENT        *
026613* PAYMENT ARRANGEMENT.  NO ARRANGE ON FILE MEANS NONE - NOT *
026615* AN ERROR.  ENDED ARRANGEMENTS ARE HISTORY AND SKIPPED.    *
026616*----------------------------------------------------------*
026617 1800-LOAD-ARRANGEMENTS.
026618     MOVE 0 TO WS-AR-USED.
026620     OPEN INPUT ARRANGE-FILE.
026621     IF WS-ARR-NOT-FOUND
026622         GO TO 1800-EXIT
026624     END-IF.
026625     IF NOT WS-ARR-OK
026626         DISPLAY "ARRANGE OPEN FAILED, STATUS = "
026627             WS-ARR-STATUS
026629         MOVE 8 TO RETURN-CODE
026630         GOBACK
026631     END-IF.
026633     PERFORM 1810-READ-ARRANGE THRU 1810-EXIT.
026634     PERFORM 1820-STORE-ARRANGE THRU 1820-EXIT
026635         UNTIL WS-ARR-EOF.
026636     CLOSE ARRANGE-FILE.
026638 1800-EXIT.
026639     EXIT.
026640
026642 1810-READ-ARRANGE.
026643     READ ARRANGE-FILE.
026644 1810-EXIT.
026645     EXIT.
026647
026648 1820-STORE-ARRANGE.
026649     IF NOT AR-CURRENT
026651         GO TO 1820-NEXT
026652     END-IF.
026653     IF WS-AR-USED < 500
026654         ADD 1 TO WS-AR-USED
026656         SET WS-AR-NDX TO WS-AR-USED
026657         MOVE AR-MEMBER-ID TO WS-AR-MEMBER (WS-AR-NDX)
026658     ELSE
026660         DISPLAY "MORE THAN 500 CURRENT ARRANGEMENTS - "
026661             AR-MEMBER-ID " NOT TABLED"
026662         IF RETURN-CODE < 4
026663             MOVE 4 TO RETURN-CODE
026665         END-IF
026666     END-IF.
026667 1820-NEXT.
026669     PERFORM 1810-READ-ARRANGE THRU 1810-EXIT.
026670 1820-EXIT.
026671     EXIT.
026672
026674*----------------------------------------------------------*
026675* 1850-FIND-ARRANGEMENT - IS WS-AR-LOOK-ID ON A CURRENT     *
026676* ARRANGEMENT.                                              *
026678*----------------------------------------------------------*
026679 1850-FIND-ARRANGEMENT.
026680     PERFORM 1860-CHECK-ARRANGEMENT THRU 1860-EXIT
026681         VARYING WS-AR-I FROM 1 BY 1
026683         UNTIL ON-ARRANGEMENT
026684         OR WS-AR-I > WS-AR-USED.
026685 1850-EXIT.
026687     EXIT.
026688
026689 1860-CHECK-ARRANGEMENT.
026690     SET WS-AR-NDX TO WS-AR-I.
026692     IF WS-AR-MEMBER (WS-AR-NDX) = WS-AR-LOOK-ID
026693         MOVE 'Y' TO WS-ARR-FOUND-SW
026694     END-IF.
026696 1860-EXIT.
026697     EXIT.
026698
026700 2000-OPEN-FILES.
026800     OPEN INPUT CHK-SORTED-FILE.
026900     IF NOT WS-CSORT-OK
034800         GO TO 4000-NEXT
034900     END-IF.
035000     ADD 1 TO WS-ACTIVE-COUNT.
035050     PERFORM 4300-JUDGED-BALANCE THRU 4300-EXIT.
035075     PERFORM 4400-CHECK-ARRANGEMENT THRU 4400-EXIT.
035100     IF WS-JUDGED-BALANCE NOT < WS-BAL-THRESHOLD
035150         AND NOT ON-ARRANGEMENT
035200         MOVE "BALANCE" TO WS-REASON
035300         ADD 1 TO WS-SUSP-BAL-COUNT
035320         IF IN-HOUSEHOLD
035340             MOVE "HOUSEHLD" TO WS-REASON
035360             ADD 1 TO WS-SUSP-HH-COUNT
035380         END-IF
035400         PERFORM 5000-SUSPEND-MEMBER THRU 5000-EXIT
035500         GO TO 4000-NEXT
035600     END-IF.
042500     MOVE FS-DATE TO WS-LAST-AUDIT.
042600     PERFORM 2200-READ-FSORT THRU 2200-EXIT.
042700 4220-EXIT.
042702     EXIT.
042704
042706*----------------------------------------------------------*
042708* 4300-JUDGED-BALANCE - THE BALANCE THIS MEMBER IS JUDGED   *
042710* ON: ITS OWN, OR ITS HOUSEHOLD'S TOTAL IF IT IS A PAYER OR *
042712* A DEPENDENT IN HOUSEHLD.                                  *
042714*----------------------------------------------------------*
042716 4300-JUDGED-BALANCE.
042718     MOVE 'N' TO WS-IN-HOUSEHOLD-SW.
042720     MOVE MEMBER-BALANCE TO WS-JUDGED-BALANCE.
042722     IF WS-HP-USED = 0
042724         GO TO 4300-EXIT
042726     END-IF.
042728     MOVE MEMBER-ID TO WS-HH-LOOK-ID.
042730     MOVE 'N' TO WS-HH-FOUND-SW.
042732     PERFORM 1770-CHECK-DEPENDENT THRU 1770-EXIT
042734         VARYING WS-HH-I FROM 1 BY 1
042736         UNTIL HH-ROW-FOUND
042738         OR WS-HH-I > WS-HH-USED.
042740     PERFORM 1750-FIND-PAYER-TOTAL THRU 1750-EXIT.
042742     IF HH-ROW-FOUND
042744         MOVE 'Y' TO WS-IN-HOUSEHOLD-SW
042746         MOVE WS-HP-TOTAL (WS-HP-NDX) TO WS-JUDGED-BALANCE
042748     END-IF.
042751 4300-EXIT.
042753     EXIT.
042755
042757*----------------------------------------------------------*
042759* 4400-CHECK-ARRANGEMENT - A MEMBER OVER THE BALANCE        *
042761* THRESHOLD IS LEFT ALONE WHILE IT, OR ITS HOUSEHOLD PAYER, *
042763* IS ON A CURRENT PAYMENT ARRANGEMENT.                      *
042765*----------------------------------------------------------*
042767 4400-CHECK-ARRANGEMENT.
042769     MOVE 'N' TO WS-ARR-FOUND-SW.
042771     IF WS-AR-USED = 0
042773         OR WS-JUDGED-BALANCE < WS-BAL-THRESHOLD
042775         GO TO 4400-EXIT
042777     END-IF.
042779     MOVE MEMBER-ID TO WS-AR-LOOK-ID.
042781     PERFORM 1850-FIND-ARRANGEMENT THRU 1850-EXIT.
042783     IF IN-HOUSEHOLD AND NOT ON-ARRANGEMENT
042785         MOVE WS-HH-LOOK-ID TO WS-AR-LOOK-ID
042787         PERFORM 1850-FIND-ARRANGEMENT THRU 1850-EXIT
042789     END-IF.
042791     IF ON-ARRANGEMENT
042793         ADD 1 TO WS-ARR-SKIP-COUNT
042795     END-IF.
042797 4400-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------*
051400         WS-COUNT-EDIT DELIMITED BY SIZE
051500         INTO SUSP-REPORT-LINE.
051600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
051614     MOVE WS-SUSP-HH-COUNT TO WS-COUNT-EDIT.
051628     MOVE SPACES TO SUSP-REPORT-LINE.
051642     STRING "  OF WHICH HOUSEHOLD.....: " DELIMITED BY SIZE
051657         WS-COUNT-EDIT DELIMITED BY SIZE
051671         INTO SUSP-REPORT-LINE.
051685     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
051687     MOVE WS-ARR-SKIP-COUNT TO WS-COUNT-EDIT.
051689     MOVE SPACES TO SUSP-REPORT-LINE.
051691     STRING "NOT SUSPENDED - ARRANGED.: " DELIMITED BY SIZE
051693         WS-COUNT-EDIT DELIMITED BY SIZE
051695         INTO SUSP-REPORT-LINE.
051697     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
051700     CLOSE CHK-SORTED-FILE.
051800     CLOSE FEE-SORTED-FILE.
051900     CLOSE MEMBER-MASTER-FILE.
052300     DISPLAY "  ACTIVE MEMBERS REVIEWED.: " WS-ACTIVE-COUNT.
052400     DISPLAY "  SUSPENDED - BALANCE.....: "
052500         WS-SUSP-BAL-COUNT.
052533     DISPLAY "    ON HOUSEHOLD TOTAL...: "
052566         WS-SUSP-HH-COUNT.
052577     DISPLAY "  ON ARRANGEMENT - SKIPPED: "
052588         WS-ARR-SKIP-COUNT.
052600     DISPLAY "  SUSPENDED - INACTIVITY..: "
052700         WS-SUSP-INA-COUNT.
052800     DISPLAY "  REWRITES FAILED.........: " WS-FAILED-COUNT.
