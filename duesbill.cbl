000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DUESBILL.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  MONTHLY DUES BILLING.  UNTIL
001000*                      NOW THE ONLY THING THAT RAISED
001100*                      MEMBER-BALANCE WAS A FLAT FEEADCTL
001200*                      RULE - NOTHING KNEW WHAT A MEMBER WAS
001300*                      SIGNED UP FOR.  LOADS THE PLAN MASTER
001400*                      (PLANMAST), WALKS THE MEMBER MASTER
001500*                      IN KEY ORDER AND CHARGES EVERY ACTIVE
001600*                      MEMBER THEIR PLAN'S MONTHLY DUES FOR
001700*                      THE BUSINESS MONTH (RUNDT), PLUS THE
001800*                      PLAN'S JOINING FEE WHEN MEMMAINT
001900*                      FLAGGED THE MEMBER AS NEW.  SUSPENDED
002000*                      AND CANCELLED MEMBERS ARE SKIPPED.
002100*                      EACH CHARGE REWRITES THE BALANCE IN
002200*                      PLACE AND WRITES AN OLD/NEW LINE TO
002300*                      FEEAUDIT (TYPE D FOR DUES, J FOR THE
002400*                      JOINING FEE) SO BALCTL PROVES IT THE
002500*                      SAME NIGHT.  THE MONTH BILLED IS
002600*                      STAMPED ON THE MEMBER RECORD IN THE
002700*                      SAME REWRITE, SO A RERUN - OR EVERY
002800*                      LATER NIGHT OF THE MONTH - ONLY BILLS
002900*                      MEMBERS NOT YET BILLED FOR IT (NEW
003000*                      JOINS, REACTIVATIONS) AND A MONTH CAN
003100*                      NEVER BE BILLED TWICE.  EVERY CHARGE
003200*                      AND EVERY MEMBER THAT COULD NOT BE
003300*                      BILLED GOES ON THE PRINTED REGISTER.
003316*   2026-10-15  KAGE   PLANMAST ROWS CARRY A SITE-ACCESS
003333*                      FLAG NOW (A = ANY CLUB, OTHERWISE
003350*                      HOME CLUB ONLY) FOR INANDOUT -
003366*                      LAYOUT ONLY HERE, BILLING IS
003383*                      UNCHANGED.
003400*----------------------------------------------------------*
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PLAN-MASTER-FILE ASSIGN TO "PLANMAST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PLAN-STATUS.
004200
004300     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS MEMBER-ID
004700         FILE STATUS IS WS-MASTER-STATUS.
004800
004900     SELECT FEE-AUDIT-FILE ASSIGN TO "FEEAUDIT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-STATUS.
005200
005300     SELECT DUES-REPORT-FILE ASSIGN TO "DUESRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REPORT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PLAN-MASTER-FILE.
006000 01  PLAN-MASTER-RECORD.
006100     05 PL-PLAN-CODE         PIC X(04).
006200     05 FILLER               PIC X(01).
006300     05 PL-DESCRIPTION       PIC X(20).
006400     05 FILLER               PIC X(01).
006500     05 PL-MONTHLY-DUES      PIC 9(04)V99.
006600     05 FILLER               PIC X(01).
006700     05 PL-JOIN-FEE          PIC 9(04)V99.
006733     05 FILLER               PIC X(01).
006766     05 PL-SITE-ACCESS       PIC X(01).
006800
006900 FD  MEMBER-MASTER-FILE.
007000 01  MEMBER-MASTER-RECORD.
007100     COPY MEMBER.
007200
007300 FD  FEE-AUDIT-FILE.
007400 01  FEE-AUDIT-RECORD.
007500     05 FA-DATE              PIC X(08).
007600     05 FILLER               PIC X(01).
007700     05 FA-MEMBER-ID         PIC X(20).
007800     05 FILLER               PIC X(01).
007900     05 FA-OLD-BALANCE       PIC +9999.99.
008000     05 FILLER               PIC X(01).
008100     05 FA-NEW-BALANCE       PIC +9999.99.
008200     05 FILLER               PIC X(01).
008300     05 FA-CHARGE-TYPE       PIC X(01).
008400
008500 FD  DUES-REPORT-FILE.
008600 01  DUES-REPORT-LINE        PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-SWITCHES.
009000     05 WS-PLAN-STATUS       PIC X(02).
009100         88 WS-PLAN-OK       VALUE '00'.
009200         88 WS-PLAN-EOF      VALUE '10'.
009300     05 WS-MASTER-STATUS     PIC X(02).
009400         88 WS-MASTER-OK     VALUE '00'.
009500         88 WS-MASTER-EOF    VALUE '10'.
009600     05 WS-AUDIT-STATUS      PIC X(02).
009700         88 WS-AUDIT-OK      VALUE '00'.
009800         88 WS-AUDIT-NOT-FOUND VALUE '35'.
009900     05 WS-REPORT-STATUS     PIC X(02).
010000         88 WS-REPORT-OK     VALUE '00'.
010100     05 WS-PLAN-FOUND-SW     PIC X(01) VALUE 'N'.
010200         88 PLAN-ROW-FOUND   VALUE 'Y'.
010300     05 WS-BILL-FAIL-SW      PIC X(01) VALUE 'N'.
010400         88 BILL-FAILED      VALUE 'Y'.
010500
010600 01  WS-PLAN-TABLE.
010700     05 WS-PLAN-ENTRY OCCURS 50 TIMES
010800                      INDEXED BY WS-PLAN-NDX.
010900         10 WS-PLAN-CODE     PIC X(04).
011000         10 WS-PLAN-DUES     PIC 9(04)V99.
011100         10 WS-PLAN-JOIN-FEE PIC 9(04)V99.
011200 77  WS-PLAN-USED            PIC 9(03) COMP VALUE 0.
011300 77  WS-PLAN-I               PIC 9(03) COMP.
011400
011500 01  WS-CURR-DATE            PIC X(08).
011600 01  WS-BILL-MONTH           PIC X(06).
011700
011800 01  WS-OLD-BALANCE          PIC S9(04)V99.
011900 01  WS-MID-BALANCE          PIC S9(04)V99.
012000 01  WS-NEW-BALANCE          PIC S9(04)V99.
012100 01  WS-DUES-AMOUNT          PIC 9(04)V99.
012200 01  WS-JOIN-AMOUNT          PIC 9(04)V99.
012300 01  WS-REASON               PIC X(20).
012400
012500 77  WS-BILLED-COUNT         PIC 9(05) COMP VALUE 0.
012600 77  WS-JOIN-COUNT           PIC 9(05) COMP VALUE 0.
012700 77  WS-INACTIVE-COUNT       PIC 9(05) COMP VALUE 0.
012800 77  WS-DONE-COUNT           PIC 9(05) COMP VALUE 0.
012900 77  WS-EXCEPT-COUNT         PIC 9(05) COMP VALUE 0.
013000 01  WS-DUES-TOTAL           PIC S9(07)V99 VALUE 0.
013100 01  WS-JOIN-TOTAL           PIC S9(07)V99 VALUE 0.
013200 01  WS-COUNT-EDIT           PIC ZZZZ9.
013300 01  WS-TOTAL-EDIT           PIC +9999999.99.
013400
013500 01  WS-DETAIL-LINE.
013600     05 FILLER               PIC X(02) VALUE SPACES.
013700     05 DL-MEMBER-ID         PIC X(20).
013800     05 FILLER               PIC X(01) VALUE SPACES.
013900     05 DL-NAME              PIC X(20).
014000     05 FILLER               PIC X(01) VALUE SPACES.
014100     05 DL-PLAN              PIC X(04).
014200     05 FILLER               PIC X(01) VALUE SPACES.
014300     05 DL-DUES              PIC ZZZ9.99.
014400     05 FILLER               PIC X(01) VALUE SPACES.
014500     05 DL-JOIN-FEE          PIC ZZZ9.99.
014600     05 FILLER               PIC X(01) VALUE SPACES.
014700     05 DL-NEW-BALANCE       PIC +9999.99.
014800 01  WS-EXCEPT-LINE REDEFINES WS-DETAIL-LINE.
014900     05 FILLER               PIC X(49).
015000     05 XL-REASON            PIC X(20).
015100     05 FILLER               PIC X(04).
015200
015300 01  WS-RUNCTL.
015400     COPY RUNCTL.
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     MOVE "DUESBILL" TO RCTL-STEP-NAME.
015900     MOVE 'B' TO RCTL-ACTION.
016000     CALL "RUNCTLW" USING WS-RUNCTL.
016100     IF RCTL-SKIP-STEP
016200         DISPLAY "DUESBILL ALREADY COMPLETE - STEP SKIPPED"
016300         GOBACK
016400     END-IF.
016500     CALL "RUNDT" USING WS-CURR-DATE.
016600     MOVE WS-CURR-DATE (1:6) TO WS-BILL-MONTH.
016700     PERFORM 1000-LOAD-PLANS THRU 1000-EXIT.
016800     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
016900     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
017000     PERFORM 4000-BILL-MEMBER THRU 4000-EXIT
017100         UNTIL WS-MASTER-EOF.
017200     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
017300     MOVE 'E' TO RCTL-ACTION.
017400     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
017500     CALL "RUNCTLW" USING WS-RUNCTL.
017600     GOBACK.
017700
017800*----------------------------------------------------------*
017900* 1000-LOAD-PLANS - THE PLAN MASTER INTO A TABLE.  WITHOUT  *
018000* IT NOTHING CAN BE PRICED, SO A MISSING OR EMPTY FILE IS   *
018100* AN RC 8 BEFORE THE MASTER IS TOUCHED.                     *
018200*----------------------------------------------------------*
018300 1000-LOAD-PLANS.
018400     MOVE 0 TO WS-PLAN-USED.
018500     OPEN INPUT PLAN-MASTER-FILE.
018600     IF NOT WS-PLAN-OK
018700         DISPLAY "PLANMAST OPEN FAILED, STATUS = "
018800             WS-PLAN-STATUS
018900         MOVE 8 TO RETURN-CODE
019000         GOBACK
019100     END-IF.
019200     PERFORM 1100-READ-PLAN THRU 1100-EXIT.
019300     PERFORM 1200-STORE-PLAN THRU 1200-EXIT
019400         UNTIL WS-PLAN-EOF.
019500     CLOSE PLAN-MASTER-FILE.
019600     IF WS-PLAN-USED = 0
019700         DISPLAY "PLANMAST HAS NO PLANS - NOTHING BILLED"
019800         MOVE 8 TO RETURN-CODE
019900         GOBACK
020000     END-IF.
020100 1000-EXIT.
020200     EXIT.
020300
020400 1100-READ-PLAN.
020500     READ PLAN-MASTER-FILE.
020600 1100-EXIT.
020700     EXIT.
020800
020900*----------------------------------------------------------*
021000* 1200-STORE-PLAN - ONE PLAN ROW.  A ROW WITH A NON-NUMERIC *
021100* AMOUNT IS LEFT OUT OF THE TABLE, SO ITS MEMBERS LIST AS   *
021200* EXCEPTIONS INSTEAD OF BEING BILLED GARBAGE.               *
021300*----------------------------------------------------------*
021400 1200-STORE-PLAN.
021500     IF PL-MONTHLY-DUES NOT NUMERIC OR PL-JOIN-FEE NOT NUMERIC
021600         DISPLAY "PLANMAST AMOUNTS NOT NUMERIC - " PL-PLAN-CODE
021700             " NOT TABLED"
021800         IF RETURN-CODE < 4
021900             MOVE 4 TO RETURN-CODE
022000         END-IF
022100         GO TO 1200-NEXT
022200     END-IF.
022300     IF WS-PLAN-USED < 50
022400         ADD 1 TO WS-PLAN-USED
022500         SET WS-PLAN-NDX TO WS-PLAN-USED
022600         MOVE PL-PLAN-CODE    TO WS-PLAN-CODE (WS-PLAN-NDX)
022700         MOVE PL-MONTHLY-DUES TO WS-PLAN-DUES (WS-PLAN-NDX)
022800         MOVE PL-JOIN-FEE     TO WS-PLAN-JOIN-FEE (WS-PLAN-NDX)
022900     ELSE
023000         DISPLAY "MORE THAN 50 PLANS - " PL-PLAN-CODE
023100             " NOT TABLED"
023200         IF RETURN-CODE < 4
023300             MOVE 4 TO RETURN-CODE
023400         END-IF
023500     END-IF.
023600 1200-NEXT.
023700     PERFORM 1100-READ-PLAN THRU 1100-EXIT.
023800 1200-EXIT.
023900     EXIT.
024000
024100*----------------------------------------------------------*
024200* 2000-OPEN-FILES - MASTER OPEN FOR UPDATE IN PLACE, AUDIT  *
024300* EXTENDED (CREATED ON A COLD START), REGISTER NEW.         *
024400*----------------------------------------------------------*
024500 2000-OPEN-FILES.
024600     OPEN I-O MEMBER-MASTER-FILE.
024700     IF NOT WS-MASTER-OK
024800         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
024900             WS-MASTER-STATUS
025000         MOVE 8 TO RETURN-CODE
025100         GOBACK
025200     END-IF.
025300     OPEN EXTEND FEE-AUDIT-FILE.
025400     IF WS-AUDIT-NOT-FOUND
025500         OPEN OUTPUT FEE-AUDIT-FILE
025600     END-IF.
025700     IF NOT WS-AUDIT-OK
025800         DISPLAY "FEEAUDIT OPEN FAILED, STATUS = "
025900             WS-AUDIT-STATUS
026000         CLOSE MEMBER-MASTER-FILE
026100         MOVE 8 TO RETURN-CODE
026200         GOBACK
026300     END-IF.
026400     OPEN OUTPUT DUES-REPORT-FILE.
026500     IF NOT WS-REPORT-OK
026600         DISPLAY "DUESRPT OPEN FAILED, STATUS = "
026700             WS-REPORT-STATUS
026800         CLOSE MEMBER-MASTER-FILE
026900         CLOSE FEE-AUDIT-FILE
027000         MOVE 8 TO RETURN-CODE
027100         GOBACK
027200     END-IF.
027300     MOVE SPACES TO DUES-REPORT-LINE.
027400     STRING "DUES BILLING REGISTER FOR " DELIMITED BY SIZE
027500         WS-BILL-MONTH DELIMITED BY SIZE
027600         " - BUSINESS DATE " DELIMITED BY SIZE
027700         WS-CURR-DATE DELIMITED BY SIZE
027800         INTO DUES-REPORT-LINE.
027900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
028000     MOVE SPACES TO DUES-REPORT-LINE.
028100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
028200     MOVE SPACES TO DUES-REPORT-LINE.
028300     STRING "  MEMBER ID            NAME" DELIMITED BY SIZE
028400         "                 PLAN    DUES" DELIMITED BY SIZE
028500         " JOIN FEE  NEW BAL" DELIMITED BY SIZE
028600         INTO DUES-REPORT-LINE.
028700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
028800 2000-EXIT.
028900     EXIT.
029000
029100 3000-READ-MASTER.
029200     READ MEMBER-MASTER-FILE NEXT.
029300 3000-EXIT.
029400     EXIT.
029500
029600*----------------------------------------------------------*
029700* 4000-BILL-MEMBER - ONE MASTER RECORD.  ONLY ACTIVE        *
029800* MEMBERS NOT YET BILLED FOR THE BUSINESS MONTH ARE         *
029900* CHARGED; A MEMBER WITH NO PLAN, A PLAN NOT ON PLANMAST OR *
030000* A BALANCE THE CHARGE WOULD PUSH PAST THE PICTURE IS LEFT  *
030100* UNBILLED AND LISTED, AND THE RUN ENDS RC 4.               *
030200*----------------------------------------------------------*
030300 4000-BILL-MEMBER.
030400     IF NOT MEMBER-ACTIVE
030500         ADD 1 TO WS-INACTIVE-COUNT
030600         GO TO 4000-NEXT
030700     END-IF.
030800     IF MEMBER-DUES-THRU NOT = SPACES
030900         AND MEMBER-DUES-THRU NOT < WS-BILL-MONTH
031000         ADD 1 TO WS-DONE-COUNT
031100         GO TO 4000-NEXT
031200     END-IF.
031300     IF MEMBER-PLAN-CODE = SPACES
031400         MOVE "NO PLAN ON MEMBER" TO WS-REASON
031500         PERFORM 4900-EXCEPTION THRU 4900-EXIT
031600         GO TO 4000-NEXT
031700     END-IF.
031800     PERFORM 4100-FIND-PLAN THRU 4100-EXIT.
031900     IF NOT PLAN-ROW-FOUND
032000         MOVE "PLAN NOT ON PLANMAST" TO WS-REASON
032100         PERFORM 4900-EXCEPTION THRU 4900-EXIT
032200         GO TO 4000-NEXT
032300     END-IF.
032400     MOVE WS-PLAN-DUES (WS-PLAN-NDX) TO WS-DUES-AMOUNT.
032500     MOVE 0 TO WS-JOIN-AMOUNT.
032600     IF MEMBER-JOIN-FEE-DUE
032700         MOVE WS-PLAN-JOIN-FEE (WS-PLAN-NDX) TO WS-JOIN-AMOUNT
032800     END-IF.
032900     MOVE MEMBER-BALANCE TO WS-OLD-BALANCE.
033000     COMPUTE WS-MID-BALANCE = WS-OLD-BALANCE + WS-DUES-AMOUNT
033100         ON SIZE ERROR
033200             MOVE "BALANCE LIMIT" TO WS-REASON
033300             PERFORM 4900-EXCEPTION THRU 4900-EXIT
033400             GO TO 4000-NEXT
033500     END-COMPUTE.
033600     COMPUTE WS-NEW-BALANCE = WS-MID-BALANCE + WS-JOIN-AMOUNT
033700         ON SIZE ERROR
033800             MOVE "BALANCE LIMIT" TO WS-REASON
033900             PERFORM 4900-EXCEPTION THRU 4900-EXIT
034000             GO TO 4000-NEXT
034100     END-COMPUTE.
034200     PERFORM 4200-POST-CHARGE THRU 4200-EXIT.
034300 4000-NEXT.
034400     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
034500 4000-EXIT.
034600     EXIT.
034700
034800 4100-FIND-PLAN.
034900     MOVE 'N' TO WS-PLAN-FOUND-SW.
035000     PERFORM 4110-CHECK-PLAN THRU 4110-EXIT
035100         VARYING WS-PLAN-I FROM 1 BY 1
035200         UNTIL PLAN-ROW-FOUND OR WS-PLAN-I > WS-PLAN-USED.
035300 4100-EXIT.
035400     EXIT.
035500
035600 4110-CHECK-PLAN.
035700     SET WS-PLAN-NDX TO WS-PLAN-I.
035800     IF WS-PLAN-CODE (WS-PLAN-NDX) = MEMBER-PLAN-CODE
035900         MOVE 'Y' TO WS-PLAN-FOUND-SW
036000     END-IF.
036100 4110-EXIT.
036200     EXIT.
036300
036400*----------------------------------------------------------*
036500* 4200-POST-CHARGE - ONE REWRITE CARRIES THE NEW BALANCE,   *
036600* THE MONTH BILLED AND THE CLEARED JOINING-FEE FLAG, SO A   *
036700* RESTART CAN NEVER CHARGE THE SAME MEMBER TWICE.  THE      *
036800* AUDIT LINES ARE ONLY WRITTEN ONCE THE REWRITE HAS STUCK:  *
036900* DUES OLD-TO-MID, THEN THE JOINING FEE MID-TO-NEW.         *
037000*----------------------------------------------------------*
037100 4200-POST-CHARGE.
037200     MOVE 'N' TO WS-BILL-FAIL-SW.
037300     MOVE WS-NEW-BALANCE TO MEMBER-BALANCE.
037400     MOVE WS-BILL-MONTH  TO MEMBER-DUES-THRU.
037500     MOVE SPACE          TO MEMBER-JOIN-FEE-SW.
037600     REWRITE MEMBER-MASTER-RECORD
037700         INVALID KEY
037800             MOVE 'Y' TO WS-BILL-FAIL-SW
037900     END-REWRITE.
038000     IF NOT WS-MASTER-OK
038100         MOVE 'Y' TO WS-BILL-FAIL-SW
038200     END-IF.
038300     IF BILL-FAILED
038400         DISPLAY "MEMMAST REWRITE FAILED, STATUS = "
038500             WS-MASTER-STATUS
038600         MOVE WS-OLD-BALANCE TO MEMBER-BALANCE
038700         MOVE "REWRITE FAILED" TO WS-REASON
038800         PERFORM 4900-EXCEPTION THRU 4900-EXIT
038900         GO TO 4200-EXIT
039000     END-IF.
039100     MOVE SPACES TO FEE-AUDIT-RECORD.
039200     MOVE WS-CURR-DATE   TO FA-DATE.
039300     MOVE MEMBER-ID      TO FA-MEMBER-ID.
039400     MOVE WS-OLD-BALANCE TO FA-OLD-BALANCE.
039500     MOVE WS-MID-BALANCE TO FA-NEW-BALANCE.
039600     MOVE 'D'            TO FA-CHARGE-TYPE.
039700     PERFORM 4300-WRITE-AUDIT THRU 4300-EXIT.
039800     ADD 1 TO WS-BILLED-COUNT.
039900     ADD WS-DUES-AMOUNT TO WS-DUES-TOTAL.
040000     IF WS-JOIN-AMOUNT > 0
040100         MOVE SPACES TO FEE-AUDIT-RECORD
040200         MOVE WS-CURR-DATE   TO FA-DATE
040300         MOVE MEMBER-ID      TO FA-MEMBER-ID
040400         MOVE WS-MID-BALANCE TO FA-OLD-BALANCE
040500         MOVE WS-NEW-BALANCE TO FA-NEW-BALANCE
040600         MOVE 'J'            TO FA-CHARGE-TYPE
040700         PERFORM 4300-WRITE-AUDIT THRU 4300-EXIT
040800         ADD 1 TO WS-JOIN-COUNT
040900         ADD WS-JOIN-AMOUNT TO WS-JOIN-TOTAL
041000     END-IF.
041100     MOVE SPACES TO WS-DETAIL-LINE.
041200     MOVE MEMBER-ID        TO DL-MEMBER-ID.
041300     MOVE MEMBER-NAME      TO DL-NAME.
041400     MOVE MEMBER-PLAN-CODE TO DL-PLAN.
041500     MOVE WS-DUES-AMOUNT   TO DL-DUES.
041600     MOVE WS-JOIN-AMOUNT   TO DL-JOIN-FEE.
041700     MOVE WS-NEW-BALANCE   TO DL-NEW-BALANCE.
041800     MOVE WS-DETAIL-LINE TO DUES-REPORT-LINE.
041900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042000 4200-EXIT.
042100     EXIT.
042200
042300 4300-WRITE-AUDIT.
042400     WRITE FEE-AUDIT-RECORD.
042500     IF NOT WS-AUDIT-OK
042600         DISPLAY "FEEAUDIT WRITE FAILED, STATUS = "
042700             WS-AUDIT-STATUS
042800         IF RETURN-CODE < 4
042900             MOVE 4 TO RETURN-CODE
043000         END-IF
043100     END-IF.
043200 4300-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------*
043600* 4900-EXCEPTION - AN ACTIVE MEMBER WHO COULD NOT BE BILLED *
043700* GOES ON THE REGISTER WITH THE REASON; FINANCE FIXES THE   *
043800* PLAN OR BALANCE AND THE NEXT NIGHT'S RUN PICKS THEM UP.   *
043900*----------------------------------------------------------*
044000 4900-EXCEPTION.
044100     ADD 1 TO WS-EXCEPT-COUNT.
044200     MOVE SPACES TO WS-DETAIL-LINE.
044300     MOVE MEMBER-ID        TO DL-MEMBER-ID.
044400     MOVE MEMBER-NAME      TO DL-NAME.
044500     MOVE MEMBER-PLAN-CODE TO DL-PLAN.
044600     MOVE WS-REASON        TO XL-REASON.
044700     MOVE WS-DETAIL-LINE TO DUES-REPORT-LINE.
044800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
044900     IF RETURN-CODE < 4
045000         MOVE 4 TO RETURN-CODE
045100     END-IF.
045200 4900-EXIT.
045300     EXIT.
045400
045500 8000-WRITE-LINE.
045600     WRITE DUES-REPORT-LINE.
045700     IF NOT WS-REPORT-OK
045800         DISPLAY "DUESRPT WRITE FAILED, STATUS = "
045900             WS-REPORT-STATUS
046000         IF RETURN-CODE < 4
046100             MOVE 4 TO RETURN-CODE
046200         END-IF
046300     END-IF.
046400 8000-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------*
046800* 9000-WRAP-UP - REGISTER TOTALS FOR FINANCE AND THE RUN    *
046900* TOTALS FOR THE OPERATOR.                                  *
047000*----------------------------------------------------------*
047100 9000-WRAP-UP.
047200     MOVE SPACES TO DUES-REPORT-LINE.
047300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
047400     MOVE WS-BILLED-COUNT TO WS-COUNT-EDIT.
047500     MOVE WS-DUES-TOTAL TO WS-TOTAL-EDIT.
047600     MOVE SPACES TO DUES-REPORT-LINE.
047700     STRING "MEMBERS BILLED DUES......: " DELIMITED BY SIZE
047800         WS-COUNT-EDIT DELIMITED BY SIZE
047900         "   TOTAL " DELIMITED BY SIZE
048000         WS-TOTAL-EDIT DELIMITED BY SIZE
048100         INTO DUES-REPORT-LINE.
048200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
048300     MOVE WS-JOIN-COUNT TO WS-COUNT-EDIT.
048400     MOVE WS-JOIN-TOTAL TO WS-TOTAL-EDIT.
048500     MOVE SPACES TO DUES-REPORT-LINE.
048600     STRING "JOINING FEES CHARGED.....: " DELIMITED BY SIZE
048700         WS-COUNT-EDIT DELIMITED BY SIZE
048800         "   TOTAL " DELIMITED BY SIZE
048900         WS-TOTAL-EDIT DELIMITED BY SIZE
049000         INTO DUES-REPORT-LINE.
049100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
049200     MOVE WS-EXCEPT-COUNT TO WS-COUNT-EDIT.
049300     MOVE SPACES TO DUES-REPORT-LINE.
049400     STRING "ACTIVE, NOT BILLED.......: " DELIMITED BY SIZE
049500         WS-COUNT-EDIT DELIMITED BY SIZE
049600         INTO DUES-REPORT-LINE.
049700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
049800     CLOSE MEMBER-MASTER-FILE.
049900     CLOSE FEE-AUDIT-FILE.
050000     CLOSE DUES-REPORT-FILE.
050100     DISPLAY "DUES BILLING COMPLETE FOR " WS-BILL-MONTH.
050200     DISPLAY "  MEMBERS BILLED..........: " WS-BILLED-COUNT.
050300     DISPLAY "  JOINING FEES CHARGED....: " WS-JOIN-COUNT.
050400     DISPLAY "  ALREADY BILLED THIS MONTH: " WS-DONE-COUNT.
050500     DISPLAY "  SUSPENDED/CANCELLED.....: " WS-INACTIVE-COUNT.
050600     DISPLAY "  ACTIVE, NOT BILLED......: " WS-EXCEPT-COUNT.
050700 9000-EXIT.
050800     EXIT.
