000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PTPOST.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  NIGHTLY PERSONAL TRAINING STEP.
001000*                      POSTS THE DAY'S PTENTRY PACKAGE SALES
001100*                      (PTTRAN) TO THE MEMBER MASTER THE SAME
001200*                      WAY LOCKPOST POSTS LOCKER RENT: KEYED
001300*                      READ, BALANCE RAISED IN PLACE, AND AN
001400*                      OLD/NEW LINE ON FEEAUDIT (TYPE T) ONCE
001500*                      THE REWRITE HAS STUCK, SO BALCTL
001600*                      PROVES IT THE SAME NIGHT.  A SALE FOR
001700*                      AN ID NOT ON THE MASTER, OR ONE THE
001800*                      BALANCE CANNOT HOLD, IS LISTED AND
001900*                      CARRIED OVER IN PTTRAN, RC 4.
002000*                      RERUN-SAFE THE PAYPOST WAY - THE
002100*                      DATE'S TYPE T FEEAUDIT LINES LOAD A
002200*                      RESTART GUARD AND EACH SALE CONSUMES
002300*                      ONE.  THE REPORT (PTRPT) LISTS THE
002400*                      SALES POSTED AND THE EXPIRY WARNING
002500*                      LIST - EVERY PACKAGE WITH SESSIONS
002600*                      STILL TO TAKE THAT EXPIRES WITHIN
002700*                      WS-WARN-DAYS OF THE BUSINESS DATE, FOR
002800*                      THE DESK TO CALL THE MEMBER IN.
002900*----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PT-TRANS-FILE ASSIGN TO "PTTRAN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRANS-STATUS.
003700
003800     SELECT PT-KEEP-FILE ASSIGN TO "PTKEEP"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-KEEP-STATUS.
004100
004200     SELECT PACKAGE-FILE ASSIGN TO "PTPACK"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PACK-STATUS.
004500
004600     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS MEMBER-ID
005000         FILE STATUS IS WS-MASTER-STATUS.
005100
005200     SELECT FEE-AUDIT-FILE ASSIGN TO "FEEAUDIT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-AUDIT-STATUS.
005500
005600     SELECT PT-REPORT-FILE ASSIGN TO "PTRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PT-TRANS-FILE.
006300 01  PT-TRANS-RECORD.
006400     05 PT-MEMBER-ID         PIC X(20).
006500     05 FILLER               PIC X(01).
006600     05 PT-PACKAGE-NO        PIC 9(06).
006700     05 FILLER               PIC X(01).
006800     05 PT-SESSIONS          PIC 9(02).
006900     05 FILLER               PIC X(01).
007000     05 PT-AMOUNT            PIC 9(04)V99.
007100     05 FILLER               PIC X(01).
007200     05 PT-DATE              PIC X(08).
007300     05 FILLER               PIC X(01).
007400     05 PT-TIME              PIC X(06).
007500     05 FILLER               PIC X(01).
007600     05 PT-CLERK             PIC X(08).
007700
007800 FD  PT-KEEP-FILE.
007900 01  PT-KEEP-RECORD          PIC X(62).
008000
008100 FD  PACKAGE-FILE.
008200 01  PACKAGE-RECORD.
008300     COPY PTPACK.
008400
008500 FD  MEMBER-MASTER-FILE.
008600 01  MEMBER-MASTER-RECORD.
008700     COPY MEMBER.
008800
008900 FD  FEE-AUDIT-FILE.
009000 01  FEE-AUDIT-RECORD.
009100     05 FA-DATE              PIC X(08).
009200     05 FILLER               PIC X(01).
009300     05 FA-MEMBER-ID         PIC X(20).
009400     05 FILLER               PIC X(01).
009500     05 FA-OLD-BALANCE       PIC +9999.99.
009600     05 FILLER               PIC X(01).
009700     05 FA-NEW-BALANCE       PIC +9999.99.
009800     05 FILLER               PIC X(01).
009900     05 FA-CHARGE-TYPE       PIC X(01).
010000         88 FA-TYPE-PT       VALUE 'T'.
010100
010200 FD  PT-REPORT-FILE.
010300 01  PT-REPORT-LINE          PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600 01  WS-SWITCHES.
010700     05 WS-TRANS-STATUS      PIC X(02).
010800         88 WS-TRANS-OK      VALUE '00'.
010900         88 WS-TRANS-EOF     VALUE '10'.
011000         88 WS-TRANS-NOT-FOUND VALUE '35'.
011100     05 WS-KEEP-STATUS       PIC X(02).
011200         88 WS-KEEP-OK       VALUE '00'.
011300         88 WS-KEEP-EOF      VALUE '10'.
011400     05 WS-PACK-STATUS       PIC X(02).
011500         88 WS-PACK-OK       VALUE '00'.
011600         88 WS-PACK-EOF      VALUE '10'.
011700         88 WS-PACK-NOT-FOUND VALUE '35'.
011800     05 WS-MASTER-STATUS     PIC X(02).
011900         88 WS-MASTER-OK     VALUE '00'.
012000     05 WS-AUDIT-STATUS      PIC X(02).
012100         88 WS-AUDIT-OK      VALUE '00'.
012200         88 WS-AUDIT-EOF     VALUE '10'.
012300         88 WS-AUDIT-NOT-FOUND VALUE '35'.
012400     05 WS-REPORT-STATUS     PIC X(02).
012500         88 WS-REPORT-OK     VALUE '00'.
012600     05 WS-POST-FAIL-SW      PIC X(01) VALUE 'N'.
012700         88 POST-FAILED      VALUE 'Y'.
012800     05 WS-MEMBER-FOUND-SW   PIC X(01) VALUE 'N'.
012900         88 MEMBER-FOUND     VALUE 'Y'.
013000
013100*----------------------------------------------------------*
013200* RESTART GUARD - THE BUSINESS DATE'S TYPE T FEEAUDIT LINES *
013300* COUNTED BY MEMBER.  EACH SALE CONSUMES ONE MATCHING LINE, *
013400* SO TWO REAL SAME-DAY SALES TO ONE MEMBER STILL BOTH POST  *
013500* ON A CLEAN RUN.                                           *
013600*----------------------------------------------------------*
013700 01  WS-GUARD-TABLE.
013800     05 WS-GUARD-ENTRY OCCURS 500 TIMES
013900                       INDEXED BY WS-GUARD-NDX.
014000         10 WS-GUARD-MEMBER  PIC X(20).
014100         10 WS-GUARD-COUNT   PIC S9(03) COMP.
014200 77  WS-GUARD-USED           PIC 9(03) COMP VALUE 0.
014300 77  WS-GUARD-I              PIC 9(03) COMP.
014400 01  WS-GUARD-FOUND-SW       PIC X(01) VALUE 'N'.
014500     88 GUARD-ROW-FOUND      VALUE 'Y'.
014600
014700*----------------------------------------------------------*
014800* A PACKAGE WITH SESSIONS LEFT IS WARNED ABOUT THIS MANY    *
014900* DAYS BEFORE IT EXPIRES, EVERY NIGHT UNTIL IT DOES.        *
015000*----------------------------------------------------------*
015100 77  WS-WARN-DAYS            PIC 9(03) VALUE 14.
015200
015300 01  WS-CURR-DATE            PIC X(08).
015400 01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
015500                             PIC 9(08).
015600 01  WS-TODAY-INT            PIC 9(07).
015700 01  WS-EXPIRY-INT           PIC 9(07).
015800 01  WS-DAYS-LEFT            PIC 9(05).
015900 01  WS-SESSIONS-LEFT        PIC 9(02).
016000
016100 01  WS-OLD-BALANCE          PIC S9(04)V99.
016200 01  WS-NEW-BALANCE          PIC S9(04)V99.
016300 01  WS-REASON               PIC X(20).
016400
016500 77  WS-POSTED-COUNT         PIC 9(05) COMP VALUE 0.
016600 77  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE 0.
016700 77  WS-EXCEPT-COUNT         PIC 9(05) COMP VALUE 0.
016800 77  WS-WARN-COUNT           PIC 9(05) COMP VALUE 0.
016900 01  WS-POSTED-TOTAL         PIC S9(07)V99 VALUE 0.
017000 01  WS-COUNT-EDIT           PIC ZZZZ9.
017100 01  WS-TOTAL-EDIT           PIC +9999999.99.
017200 01  WS-DAYS-EDIT            PIC ZZ9.
017300
017400 01  WS-DETAIL-LINE.
017500     05 FILLER               PIC X(02) VALUE SPACES.
017600     05 DL-MEMBER-ID         PIC X(20).
017700     05 FILLER               PIC X(01) VALUE SPACES.
017800     05 DL-PACKAGE-NO        PIC 9(06).
017900     05 FILLER               PIC X(02) VALUE SPACES.
018000     05 DL-SESSIONS          PIC Z9.
018100     05 FILLER               PIC X(02) VALUE SPACES.
018200     05 DL-AMOUNT            PIC ZZZ9.99.
018300     05 FILLER               PIC X(02) VALUE SPACES.
018400     05 DL-NEW-BALANCE       PIC +9999.99.
018500 01  WS-EXCEPT-LINE REDEFINES WS-DETAIL-LINE.
018600     05 FILLER               PIC X(44).
018700     05 XL-REASON            PIC X(08).
018800
018900 01  WS-WARN-LINE.
019000     05 FILLER               PIC X(02) VALUE SPACES.
019100     05 WL-PACKAGE-NO        PIC 9(06).
019200     05 FILLER               PIC X(02) VALUE SPACES.
019300     05 WL-MEMBER-ID         PIC X(20).
019400     05 FILLER               PIC X(01) VALUE SPACES.
019500     05 WL-NAME              PIC X(20).
019600     05 FILLER               PIC X(01) VALUE SPACES.
019700     05 WL-INSTRUCTOR        PIC X(08).
019800     05 FILLER               PIC X(01) VALUE SPACES.
019900     05 WL-LEFT              PIC Z9.
020000     05 FILLER               PIC X(02) VALUE SPACES.
020100     05 WL-EXPIRY            PIC X(08).
020200     05 FILLER               PIC X(02) VALUE SPACES.
020300     05 WL-DAYS              PIC ZZ9.
020400
020500 01  WS-RUNCTL.
020600     COPY RUNCTL.
020700
020800 PROCEDURE DIVISION.
020900 0000-MAINLINE.
021000     MOVE "PTPOST" TO RCTL-STEP-NAME.
021100     MOVE 'B' TO RCTL-ACTION.
021200     CALL "RUNCTLW" USING WS-RUNCTL.
021300     IF RCTL-SKIP-STEP
021400         DISPLAY "PTPOST ALREADY COMPLETE - STEP SKIPPED"
021500         GOBACK
021600     END-IF.
021700     CALL "RUNDT" USING WS-CURR-DATE.
021800     COMPUTE WS-TODAY-INT =
021900         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM).
022000     PERFORM 1500-LOAD-POSTED-AUDIT THRU 1500-EXIT.
022100     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
022200     PERFORM 2000-POST-SALES THRU 2000-EXIT.
022300     PERFORM 5000-LIST-EXPIRING THRU 5000-EXIT.
022400     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
022500     MOVE 'E' TO RCTL-ACTION.
022600     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
022700     CALL "RUNCTLW" USING WS-RUNCTL.
022800     GOBACK.
022900
023000*----------------------------------------------------------*
023100* 1000-OPEN-FILES - MASTER OPEN FOR UPDATE IN PLACE, AUDIT  *
023200* EXTENDED (CREATED ON A COLD START), REPORT NEW.           *
023300*----------------------------------------------------------*
023400 1000-OPEN-FILES.
023500     OPEN I-O MEMBER-MASTER-FILE.
023600     IF NOT WS-MASTER-OK
023700         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
023800             WS-MASTER-STATUS
023900         MOVE 8 TO RETURN-CODE
024000         GOBACK
024100     END-IF.
024200     OPEN EXTEND FEE-AUDIT-FILE.
024300     IF WS-AUDIT-NOT-FOUND
024400         OPEN OUTPUT FEE-AUDIT-FILE
024500     END-IF.
024600     IF NOT WS-AUDIT-OK
024700         DISPLAY "FEEAUDIT OPEN FAILED, STATUS = "
024800             WS-AUDIT-STATUS
024900         CLOSE MEMBER-MASTER-FILE
025000         MOVE 8 TO RETURN-CODE
025100         GOBACK
025200     END-IF.
025300     OPEN OUTPUT PT-REPORT-FILE.
025400     IF NOT WS-REPORT-OK
025500         DISPLAY "PTRPT OPEN FAILED, STATUS = "
025600             WS-REPORT-STATUS
025700         CLOSE MEMBER-MASTER-FILE
025800         CLOSE FEE-AUDIT-FILE
025900         MOVE 8 TO RETURN-CODE
026000         GOBACK
026100     END-IF.
026200     MOVE SPACES TO PT-REPORT-LINE.
026300     STRING "PERSONAL TRAINING PACKAGE REPORT - BUSINESS DATE "
026400         DELIMITED BY SIZE
026500         WS-CURR-DATE DELIMITED BY SIZE
026600         INTO PT-REPORT-LINE.
026700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
026800 1000-EXIT.
026900     EXIT.
027000
027100*----------------------------------------------------------*
027200* 1500-LOAD-POSTED-AUDIT - THE BUSINESS DATE'S TYPE T       *
027300* FEEAUDIT LINES, COUNTED BY MEMBER, BEFORE ANY POSTING.    *
027400* ON A CLEAN FIRST RUN THERE ARE NONE AND THE GUARD IS      *
027500* EMPTY.  ON A RERUN AFTER AN ABEND EVERY LINE HERE IS A    *
027600* SALE ALREADY ON THE MASTER.  A FULL GUARD TABLE STOPS     *
027700* THE STEP (RC 8) RATHER THAN RISK DOUBLE-POSTING.          *
027800*----------------------------------------------------------*
027900 1500-LOAD-POSTED-AUDIT.
028000     OPEN INPUT FEE-AUDIT-FILE.
028100     IF WS-AUDIT-NOT-FOUND
028200         GO TO 1500-EXIT
028300     END-IF.
028400     IF NOT WS-AUDIT-OK
028500         DISPLAY "FEEAUDIT OPEN FAILED, STATUS = "
028600             WS-AUDIT-STATUS
028700         MOVE 8 TO RETURN-CODE
028800         GOBACK
028900     END-IF.
029000     PERFORM 1510-READ-AUDIT THRU 1510-EXIT.
029100     PERFORM 1520-COUNT-AUDIT THRU 1520-EXIT
029200         UNTIL WS-AUDIT-EOF.
029300     CLOSE FEE-AUDIT-FILE.
029400     IF WS-GUARD-USED > 0
029500         DISPLAY "RESTART GUARD - " WS-GUARD-USED
029600             " MEMBER(S) ALREADY CHARGED FOR " WS-CURR-DATE
029700     END-IF.
029800 1500-EXIT.
029900     EXIT.
030000
030100 1510-READ-AUDIT.
030200     READ FEE-AUDIT-FILE.
030300 1510-EXIT.
030400     EXIT.
030500
030600 1520-COUNT-AUDIT.
030700     IF FA-DATE NOT = WS-CURR-DATE OR NOT FA-TYPE-PT
030800         GO TO 1520-NEXT
030900     END-IF.
031000     MOVE 'N' TO WS-GUARD-FOUND-SW.
031100     PERFORM 1530-FIND-GUARD THRU 1530-EXIT
031200         VARYING WS-GUARD-I FROM 1 BY 1
031300         UNTIL GUARD-ROW-FOUND
031400         OR WS-GUARD-I > WS-GUARD-USED.
031500     IF GUARD-ROW-FOUND
031600         ADD 1 TO WS-GUARD-COUNT (WS-GUARD-NDX)
031700     ELSE
031800         IF WS-GUARD-USED < 500
031900             ADD 1 TO WS-GUARD-USED
032000             SET WS-GUARD-NDX TO WS-GUARD-USED
032100             MOVE FA-MEMBER-ID
032200                 TO WS-GUARD-MEMBER (WS-GUARD-NDX)
032300             MOVE 1 TO WS-GUARD-COUNT (WS-GUARD-NDX)
032400         ELSE
032500             DISPLAY "RESTART GUARD TABLE FULL - POSTING"
032600                 " STOPPED TO PREVENT DOUBLE-POSTING"
032700             MOVE 8 TO RETURN-CODE
032800             GOBACK
032900         END-IF
033000     END-IF.
033100 1520-NEXT.
033200     PERFORM 1510-READ-AUDIT THRU 1510-EXIT.
033300 1520-EXIT.
033400     EXIT.
033500
033600 1530-FIND-GUARD.
033700     SET WS-GUARD-NDX TO WS-GUARD-I.
033800     IF WS-GUARD-MEMBER (WS-GUARD-NDX) = FA-MEMBER-ID
033900         MOVE 'Y' TO WS-GUARD-FOUND-SW
034000     END-IF.
034100 1530-EXIT.
034200     EXIT.
034300
034400*----------------------------------------------------------*
034500* 2000-POST-SALES - THE DAY'S PTTRAN, THEN PTTRAN RESET TO  *
034600* WHATEVER WAS CARRIED OVER.  NO PTTRAN ON FILE MEANS NO    *
034700* SALES TODAY - NOT AN ERROR, AND THE EXPIRY WARNINGS       *
034800* STILL PRINT.                                              *
034900*----------------------------------------------------------*
035000 2000-POST-SALES.
035100     MOVE SPACES TO PT-REPORT-LINE.
035200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
035300     MOVE "PACKAGE SALES POSTED" TO PT-REPORT-LINE.
035400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
035500     OPEN INPUT PT-TRANS-FILE.
035600     IF WS-TRANS-NOT-FOUND
035700         MOVE "  NO PACKAGE SALES TODAY" TO PT-REPORT-LINE
035800         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
035900         GO TO 2000-EXIT
036000     END-IF.
036100     IF NOT WS-TRANS-OK
036200         DISPLAY "PTTRAN OPEN FAILED, STATUS = "
036300             WS-TRANS-STATUS
036400         MOVE 8 TO RETURN-CODE
036500         MOVE "  PTTRAN COULD NOT BE READ" TO PT-REPORT-LINE
036600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
036700         GO TO 2000-EXIT
036800     END-IF.
036900     OPEN OUTPUT PT-KEEP-FILE.
037000     IF NOT WS-KEEP-OK
037100         DISPLAY "PTKEEP OPEN FAILED, STATUS = "
037200             WS-KEEP-STATUS
037300         CLOSE PT-TRANS-FILE
037400         MOVE 8 TO RETURN-CODE
037500         MOVE "  PTTRAN NOT POSTED" TO PT-REPORT-LINE
037600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
037700         GO TO 2000-EXIT
037800     END-IF.
037900     MOVE SPACES TO PT-REPORT-LINE.
038000     STRING "  MEMBER ID            PACKAGE SS"
038100         DELIMITED BY SIZE
038200         "   AMOUNT   NEW BAL" DELIMITED BY SIZE
038300         INTO PT-REPORT-LINE.
038400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
038500     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
038600     PERFORM 2200-POST-SALE THRU 2200-EXIT
038700         UNTIL WS-TRANS-EOF.
038800     CLOSE PT-TRANS-FILE.
038900     CLOSE PT-KEEP-FILE.
039000     PERFORM 4000-RESET-TRANS THRU 4000-EXIT.
039100 2000-EXIT.
039200     EXIT.
039300
039400 2100-READ-TRANS.
039500     READ PT-TRANS-FILE.
039600 2100-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------*
040000* 2200-POST-SALE - ONE SALE.  ONE THE RESTART GUARD SAYS    *
040100* WAS ALREADY AUDITED TODAY IS SKIPPED.  OTHERWISE: KEYED   *
040200* READ OF THE MASTER, ADD THE PRICE, REWRITE IN PLACE, AND  *
040300* AUDIT THE OLD/NEW PAIR ONCE THE REWRITE HAS STUCK.        *
040400* ANYTHING THAT CANNOT POST IS LISTED AND CARRIED.          *
040500*----------------------------------------------------------*
040600 2200-POST-SALE.
040700     PERFORM 2500-CHECK-GUARD THRU 2500-EXIT.
040800     IF GUARD-ROW-FOUND
040900         ADD 1 TO WS-SKIPPED-COUNT
041000         DISPLAY "ALREADY POSTED, SKIPPED: " PT-MEMBER-ID
041100         GO TO 2200-NEXT
041200     END-IF.
041300     IF PT-AMOUNT NOT NUMERIC
041400         MOVE "BAD AMT" TO WS-REASON
041500         PERFORM 2900-SALE-EXCEPTION THRU 2900-EXIT
041600         GO TO 2200-NEXT
041700     END-IF.
041800     MOVE 'N' TO WS-POST-FAIL-SW.
041900     MOVE PT-MEMBER-ID TO MEMBER-ID.
042000     READ MEMBER-MASTER-FILE
042100         INVALID KEY
042200             MOVE "NO MEMB" TO WS-REASON
042300             PERFORM 2900-SALE-EXCEPTION THRU 2900-EXIT
042400             GO TO 2200-NEXT
042500     END-READ.
042600     MOVE MEMBER-BALANCE TO WS-OLD-BALANCE.
042700     COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + PT-AMOUNT
042800         ON SIZE ERROR
042900             MOVE "BAL LIM" TO WS-REASON
043000             PERFORM 2900-SALE-EXCEPTION THRU 2900-EXIT
043100             GO TO 2200-NEXT
043200     END-COMPUTE.
043300     MOVE WS-NEW-BALANCE TO MEMBER-BALANCE.
043400     REWRITE MEMBER-MASTER-RECORD
043500         INVALID KEY
043600             MOVE 'Y' TO WS-POST-FAIL-SW
043700     END-REWRITE.
043800     IF NOT WS-MASTER-OK
043900         MOVE 'Y' TO WS-POST-FAIL-SW
044000     END-IF.
044100     IF POST-FAILED
044200         DISPLAY "MEMMAST REWRITE FAILED, STATUS = "
044300             WS-MASTER-STATUS
044400         MOVE WS-OLD-BALANCE TO MEMBER-BALANCE
044500         MOVE "REWRITE" TO WS-REASON
044600         PERFORM 2900-SALE-EXCEPTION THRU 2900-EXIT
044700         GO TO 2200-NEXT
044800     END-IF.
044900     MOVE SPACES TO FEE-AUDIT-RECORD.
045000     MOVE WS-CURR-DATE   TO FA-DATE.
045100     MOVE PT-MEMBER-ID   TO FA-MEMBER-ID.
045200     MOVE WS-OLD-BALANCE TO FA-OLD-BALANCE.
045300     MOVE WS-NEW-BALANCE TO FA-NEW-BALANCE.
045400     MOVE 'T'            TO FA-CHARGE-TYPE.
045500     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
045600     ADD 1 TO WS-POSTED-COUNT.
045700     ADD PT-AMOUNT TO WS-POSTED-TOTAL.
045800     MOVE SPACES TO WS-DETAIL-LINE.
045900     MOVE PT-MEMBER-ID   TO DL-MEMBER-ID.
046000     MOVE PT-PACKAGE-NO  TO DL-PACKAGE-NO.
046100     MOVE PT-SESSIONS    TO DL-SESSIONS.
046200     MOVE PT-AMOUNT      TO DL-AMOUNT.
046300     MOVE WS-NEW-BALANCE TO DL-NEW-BALANCE.
046400     MOVE WS-DETAIL-LINE TO PT-REPORT-LINE.
046500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
046600 2200-NEXT.
046700     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
046800 2200-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------*
047200* 2300-KEEP-SALE - A SALE THAT COULD NOT POST STAYS IN      *
047300* PTTRAN VIA THE CARRY-OVER FILE INSTEAD OF QUIETLY         *
047400* DISAPPEARING - THE MEMBER HAS THE SESSIONS AND OWES FOR   *
047500* THEM.                                                     *
047600*----------------------------------------------------------*
047700 2300-KEEP-SALE.
047800     MOVE SPACES TO PT-KEEP-RECORD.
047900     MOVE PT-TRANS-RECORD TO PT-KEEP-RECORD.
048000     WRITE PT-KEEP-RECORD.
048100     IF NOT WS-KEEP-OK
048200         DISPLAY "PTKEEP WRITE FAILED, STATUS = "
048300             WS-KEEP-STATUS
048400         MOVE 8 TO RETURN-CODE
048500     END-IF.
048600 2300-EXIT.
048700     EXIT.
048800
048900 2400-WRITE-AUDIT.
049000     WRITE FEE-AUDIT-RECORD.
049100     IF NOT WS-AUDIT-OK
049200         DISPLAY "FEEAUDIT WRITE FAILED, STATUS = "
049300             WS-AUDIT-STATUS
049400         IF RETURN-CODE < 4
049500             MOVE 4 TO RETURN-CODE
049600         END-IF
049700     END-IF.
049800 2400-EXIT.
049900     EXIT.
050000
050100*----------------------------------------------------------*
050200* 2500-CHECK-GUARD - CONSUME ONE AUDITED-TODAY LINE FOR     *
050300* THIS MEMBER IF ANY REMAIN.  FOUND MEANS THIS SALE WAS     *
050400* POSTED BY THE RUN THAT DIED AND MUST NOT POST AGAIN.      *
050500*----------------------------------------------------------*
050600 2500-CHECK-GUARD.
050700     MOVE 'N' TO WS-GUARD-FOUND-SW.
050800     IF WS-GUARD-USED = 0
050900         GO TO 2500-EXIT
051000     END-IF.
051100     PERFORM 2510-FIND-OPEN-GUARD THRU 2510-EXIT
051200         VARYING WS-GUARD-I FROM 1 BY 1
051300         UNTIL GUARD-ROW-FOUND
051400         OR WS-GUARD-I > WS-GUARD-USED.
051500     IF GUARD-ROW-FOUND
051600         SUBTRACT 1 FROM WS-GUARD-COUNT (WS-GUARD-NDX)
051700     END-IF.
051800 2500-EXIT.
051900     EXIT.
052000
052100 2510-FIND-OPEN-GUARD.
052200     SET WS-GUARD-NDX TO WS-GUARD-I.
052300     IF WS-GUARD-MEMBER (WS-GUARD-NDX) = PT-MEMBER-ID
052400         AND WS-GUARD-COUNT (WS-GUARD-NDX) > 0
052500         MOVE 'Y' TO WS-GUARD-FOUND-SW
052600     END-IF.
052700 2510-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------*
053100* 2900-SALE-EXCEPTION - LIST THE SALE WITH THE REASON IN    *
053200* PLACE OF THE NEW BALANCE AND CARRY IT OVER, RC 4.  ONCE   *
053300* THE DESK PUTS THE MEMBER BACK ON THE MASTER (OR FINANCE   *
053400* CLEARS THE BALANCE) THE NEXT NIGHT'S RUN PICKS IT UP.     *
053500*----------------------------------------------------------*
053600 2900-SALE-EXCEPTION.
053700     DISPLAY "NOT POSTED (" WS-REASON "): " PT-MEMBER-ID.
053800     ADD 1 TO WS-EXCEPT-COUNT.
053900     PERFORM 2300-KEEP-SALE THRU 2300-EXIT.
054000     MOVE SPACES TO WS-DETAIL-LINE.
054100     MOVE PT-MEMBER-ID   TO DL-MEMBER-ID.
054200     IF PT-PACKAGE-NO NUMERIC
054300         MOVE PT-PACKAGE-NO TO DL-PACKAGE-NO
054400     END-IF.
054500     IF PT-SESSIONS NUMERIC
054600         MOVE PT-SESSIONS TO DL-SESSIONS
054700     END-IF.
054800     IF PT-AMOUNT NUMERIC
054900         MOVE PT-AMOUNT  TO DL-AMOUNT
055000     END-IF.
055100     MOVE WS-REASON      TO XL-REASON.
055200     MOVE WS-DETAIL-LINE TO PT-REPORT-LINE.
055300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
055400     IF RETURN-CODE < 4
055500         MOVE 4 TO RETURN-CODE
055600     END-IF.
055700 2900-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------*
056100* 4000-RESET-TRANS - LEAVE PTTRAN HOLDING ONLY THE CARRIED- *
056200* OVER SALES (EMPTY ON A CLEAN NIGHT), SAME PATTERN AS      *
056300* PAYPOST.                                                  *
056400*----------------------------------------------------------*
056500 4000-RESET-TRANS.
056600     OPEN OUTPUT PT-TRANS-FILE.
056700     IF NOT WS-TRANS-OK
056800         DISPLAY "PTTRAN RESET FAILED, STATUS = "
056900             WS-TRANS-STATUS
057000         MOVE 8 TO RETURN-CODE
057100         GO TO 4000-EXIT
057200     END-IF.
057300     OPEN INPUT PT-KEEP-FILE.
057400     IF NOT WS-KEEP-OK
057500         DISPLAY "PTKEEP REOPEN FAILED, STATUS = "
057600             WS-KEEP-STATUS
057700         MOVE 8 TO RETURN-CODE
057800         CLOSE PT-TRANS-FILE
057900         GO TO 4000-EXIT
058000     END-IF.
058100     PERFORM 4100-READ-KEEP THRU 4100-EXIT.
058200     PERFORM 4200-CARRY-RECORD THRU 4200-EXIT
058300         UNTIL WS-KEEP-EOF.
058400     CLOSE PT-KEEP-FILE.
058500     CLOSE PT-TRANS-FILE.
058600 4000-EXIT.
058700     EXIT.
058800
058900 4100-READ-KEEP.
059000     READ PT-KEEP-FILE.
059100 4100-EXIT.
059200     EXIT.
059300
059400 4200-CARRY-RECORD.
059500     MOVE SPACES TO PT-TRANS-RECORD.
059600     MOVE PT-KEEP-RECORD TO PT-TRANS-RECORD.
059700     WRITE PT-TRANS-RECORD.
059800     IF NOT WS-TRANS-OK
059900         DISPLAY "PTTRAN WRITE FAILED, STATUS = "
060000             WS-TRANS-STATUS
060100         MOVE 8 TO RETURN-CODE
060200     END-IF.
060300     PERFORM 4100-READ-KEEP THRU 4100-EXIT.
060400 4200-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------*
060800* 5000-LIST-EXPIRING - EVERY PACKAGE WITH SESSIONS LEFT     *
060900* WHOSE EXPIRY DATE IS TODAY OR WITHIN WS-WARN-DAYS, WITH   *
061000* THE MEMBER'S NAME, FOR THE DESK TO CALL THEM IN BEFORE    *
061100* THE SESSIONS ARE LOST.  NO PTPACK ON FILE MEANS NOTHING   *
061200* SOLD YET - NOT AN ERROR.                                  *
061300*----------------------------------------------------------*
061400 5000-LIST-EXPIRING.
061500     MOVE SPACES TO PT-REPORT-LINE.
061600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
061700     MOVE WS-WARN-DAYS TO WS-DAYS-EDIT.
061800     MOVE SPACES TO PT-REPORT-LINE.
061900     STRING "PACKAGES EXPIRING WITHIN " DELIMITED BY SIZE
062000         WS-DAYS-EDIT DELIMITED BY SIZE
062100         " DAYS WITH SESSIONS LEFT" DELIMITED BY SIZE
062200         INTO PT-REPORT-LINE.
062300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
062400     OPEN INPUT PACKAGE-FILE.
062500     IF WS-PACK-NOT-FOUND
062600         MOVE "  NO PTPACK ON FILE" TO PT-REPORT-LINE
062700         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
062800         GO TO 5000-EXIT
062900     END-IF.
063000     IF NOT WS-PACK-OK
063100         DISPLAY "PTPACK OPEN FAILED, STATUS = "
063200             WS-PACK-STATUS
063300         MOVE 8 TO RETURN-CODE
063400         MOVE "  PTPACK COULD NOT BE READ" TO PT-REPORT-LINE
063500         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
063600         GO TO 5000-EXIT
063700     END-IF.
063800     MOVE SPACES TO PT-REPORT-LINE.
063900     STRING "  PACKAGE MEMBER ID            NAME"
064000         DELIMITED BY SIZE
064100         "                 INSTR.   LEFT EXPIRES   DAYS"
064200         DELIMITED BY SIZE
064300         INTO PT-REPORT-LINE.
064400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
064500     PERFORM 5100-READ-PACKAGE THRU 5100-EXIT.
064600     PERFORM 5200-CHECK-EXPIRY THRU 5200-EXIT
064700         UNTIL WS-PACK-EOF.
064800     CLOSE PACKAGE-FILE.
064900     IF WS-WARN-COUNT = 0
065000         MOVE "  NONE" TO PT-REPORT-LINE
065100         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
065200     END-IF.
065300 5000-EXIT.
065400     EXIT.
065500
065600 5100-READ-PACKAGE.
065700     READ PACKAGE-FILE.
065800 5100-EXIT.
065900     EXIT.
066000
066100 5200-CHECK-EXPIRY.
066200     IF PK-EXPIRY-DATE NOT NUMERIC
066300         OR PK-SESSIONS-BOUGHT NOT NUMERIC
066400         OR PK-SESSIONS-USED NOT NUMERIC
066500         GO TO 5200-NEXT
066600     END-IF.
066700     IF PK-SESSIONS-USED NOT < PK-SESSIONS-BOUGHT
066800         OR PK-EXPIRY-NUM < WS-CURR-DATE-NUM
066900         GO TO 5200-NEXT
067000     END-IF.
067100     COMPUTE WS-EXPIRY-INT =
067200         FUNCTION INTEGER-OF-DATE (PK-EXPIRY-NUM).
067300     COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT.
067400     IF WS-DAYS-LEFT > WS-WARN-DAYS
067500         GO TO 5200-NEXT
067600     END-IF.
067700     ADD 1 TO WS-WARN-COUNT.
067800     COMPUTE WS-SESSIONS-LEFT =
067900         PK-SESSIONS-BOUGHT - PK-SESSIONS-USED.
068000     PERFORM 5300-LOOKUP-MEMBER THRU 5300-EXIT.
068100     MOVE SPACES TO WS-WARN-LINE.
068200     MOVE PK-PACKAGE-NO    TO WL-PACKAGE-NO.
068300     MOVE PK-MEMBER-ID     TO WL-MEMBER-ID.
068400     IF MEMBER-FOUND
068500         MOVE MEMBER-NAME  TO WL-NAME
068600     ELSE
068700         MOVE "NOT ON MASTER" TO WL-NAME
068800     END-IF.
068900     MOVE PK-INSTRUCTOR    TO WL-INSTRUCTOR.
069000     MOVE WS-SESSIONS-LEFT TO WL-LEFT.
069100     MOVE PK-EXPIRY-DATE   TO WL-EXPIRY.
069200     MOVE WS-DAYS-LEFT     TO WL-DAYS.
069300     MOVE WS-WARN-LINE TO PT-REPORT-LINE.
069400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
069500 5200-NEXT.
069600     PERFORM 5100-READ-PACKAGE THRU 5100-EXIT.
069700 5200-EXIT.
069800     EXIT.
069900
070000 5300-LOOKUP-MEMBER.
070100     MOVE PK-MEMBER-ID TO MEMBER-ID.
070200     READ MEMBER-MASTER-FILE
070300         INVALID KEY
070400             MOVE 'N' TO WS-MEMBER-FOUND-SW
070500         NOT INVALID KEY
070600             MOVE 'Y' TO WS-MEMBER-FOUND-SW
070700     END-READ.
070800 5300-EXIT.
070900     EXIT.
071000
071100 8000-WRITE-LINE.
071200     WRITE PT-REPORT-LINE.
071300     IF NOT WS-REPORT-OK
071400         DISPLAY "PTRPT WRITE FAILED, STATUS = "
071500             WS-REPORT-STATUS
071600         IF RETURN-CODE < 4
071700             MOVE 4 TO RETURN-CODE
071800         END-IF
071900     END-IF.
072000 8000-EXIT.
072100     EXIT.
072200
072300*----------------------------------------------------------*
072400* 9000-WRAP-UP - REPORT TOTALS FOR THE DESK AND FINANCE AND *
072500* THE RUN TOTALS FOR THE OPERATOR.                          *
072600*----------------------------------------------------------*
072700 9000-WRAP-UP.
072800     MOVE SPACES TO PT-REPORT-LINE.
072900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
073000     MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT.
073100     MOVE WS-POSTED-TOTAL TO WS-TOTAL-EDIT.
073200     MOVE SPACES TO PT-REPORT-LINE.
073300     STRING "PACKAGE SALES POSTED.....: " DELIMITED BY SIZE
073400         WS-COUNT-EDIT DELIMITED BY SIZE
073500         "   TOTAL " DELIMITED BY SIZE
073600         WS-TOTAL-EDIT DELIMITED BY SIZE
073700         INTO PT-REPORT-LINE.
073800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
073900     MOVE WS-EXCEPT-COUNT TO WS-COUNT-EDIT.
074000     MOVE SPACES TO PT-REPORT-LINE.
074100     STRING "SALES CARRIED OVER.......: " DELIMITED BY SIZE
074200         WS-COUNT-EDIT DELIMITED BY SIZE
074300         INTO PT-REPORT-LINE.
074400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
074500     MOVE WS-WARN-COUNT TO WS-COUNT-EDIT.
074600     MOVE SPACES TO PT-REPORT-LINE.
074700     STRING "PACKAGES EXPIRING SOON...: " DELIMITED BY SIZE
074800         WS-COUNT-EDIT DELIMITED BY SIZE
074900         INTO PT-REPORT-LINE.
075000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
075100     CLOSE MEMBER-MASTER-FILE.
075200     CLOSE FEE-AUDIT-FILE.
075300     CLOSE PT-REPORT-FILE.
075400     MOVE WS-POSTED-TOTAL TO WS-TOTAL-EDIT.
075500     DISPLAY "PT PACKAGE RUN COMPLETE FOR " WS-CURR-DATE.
075600     DISPLAY "  SALES POSTED............: " WS-POSTED-COUNT.
075700     DISPLAY "  AMOUNT POSTED...........: " WS-TOTAL-EDIT.
075800     DISPLAY "  ALREADY POSTED, SKIPPED.: " WS-SKIPPED-COUNT.
075900     DISPLAY "  NOT POSTED, CARRIED.....: " WS-EXCEPT-COUNT.
076000     DISPLAY "  PACKAGES EXPIRING SOON..: " WS-WARN-COUNT.
076100 9000-EXIT.
076200     EXIT.
