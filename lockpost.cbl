000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOCKPOST.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  NIGHTLY LOCKER RENTAL STEP.
001000*                      POSTS THE DAY'S LOCKRENT CHARGES
001100*                      (LOCKTRAN) TO THE MEMBER MASTER THE
001200*                      SAME WAY DUESBILL POSTS DUES: KEYED
001300*                      READ, BALANCE RAISED IN PLACE, AND AN
001400*                      OLD/NEW LINE ON FEEAUDIT (TYPE L) ONCE
001500*                      THE REWRITE HAS STUCK, SO BALCTL
001600*                      PROVES IT THE SAME NIGHT.  A CHARGE
001700*                      FOR AN ID NOT ON THE MASTER, OR ONE
001800*                      THE BALANCE CANNOT HOLD, IS LISTED AND
001900*                      CARRIED OVER IN LOCKTRAN, RC 4.
002000*                      RERUN-SAFE THE PAYPOST WAY - THE
002100*                      DATE'S TYPE L FEEAUDIT LINES LOAD A
002200*                      RESTART GUARD AND EACH CHARGE CONSUMES
002300*                      ONE.  THE REPORT (LOCKRPT) LISTS THE
002400*                      CHARGES POSTED, EVERY RENTAL PAST ITS
002500*                      PAID-TO DATE WITH THE DAYS OVERDUE,
002600*                      AND THE VACATE LIST - RENTED LOCKERS
002700*                      WHOSE HOLDER IS CANCELLED OR NO LONGER
002800*                      ON THE MASTER, FOR THE DESK TO EMPTY
002900*                      AND RELEASE THROUGH LOCKRENT.
003000*----------------------------------------------------------*
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LOCK-TRANS-FILE ASSIGN TO "LOCKTRAN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TRANS-STATUS.
003800
003900     SELECT LOCK-KEEP-FILE ASSIGN TO "LOCKKEEP"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-KEEP-STATUS.
004200
004300     SELECT LOCKER-FILE ASSIGN TO "LOCKMAST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-LOCK-STATUS.
004600
004700     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS MEMBER-ID
005100         FILE STATUS IS WS-MASTER-STATUS.
005200
005300     SELECT FEE-AUDIT-FILE ASSIGN TO "FEEAUDIT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-STATUS.
005600
005700     SELECT LOCK-REPORT-FILE ASSIGN TO "LOCKRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-REPORT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  LOCK-TRANS-FILE.
006400 01  LOCK-TRANS-RECORD.
006500     05 LT-MEMBER-ID         PIC X(20).
006600     05 FILLER               PIC X(01).
006700     05 LT-LOCKER-NO         PIC X(05).
006800     05 FILLER               PIC X(01).
006900     05 LT-ACTION            PIC X(01).
007000     05 FILLER               PIC X(01).
007100     05 LT-MONTHS            PIC 9(02).
007200     05 FILLER               PIC X(01).
007300     05 LT-AMOUNT            PIC 9(04)V99.
007400     05 FILLER               PIC X(01).
007500     05 LT-DATE              PIC X(08).
007600     05 FILLER               PIC X(01).
007700     05 LT-TIME              PIC X(06).
007800     05 FILLER               PIC X(01).
007900     05 LT-CLERK             PIC X(08).
008000
008100 FD  LOCK-KEEP-FILE.
008200 01  LOCK-KEEP-RECORD        PIC X(63).
008300
008400 FD  LOCKER-FILE.
008500 01  LOCKER-RECORD.
008600     COPY LOCKER.
008700
008800 FD  MEMBER-MASTER-FILE.
008900 01  MEMBER-MASTER-RECORD.
009000     COPY MEMBER.
009100
009200 FD  FEE-AUDIT-FILE.
009300 01  FEE-AUDIT-RECORD.
009400     05 FA-DATE              PIC X(08).
009500     05 FILLER               PIC X(01).
009600     05 FA-MEMBER-ID         PIC X(20).
009700     05 FILLER               PIC X(01).
009800     05 FA-OLD-BALANCE       PIC +9999.99.
009900     05 FILLER               PIC X(01).
010000     05 FA-NEW-BALANCE       PIC +9999.99.
010100     05 FILLER               PIC X(01).
010200     05 FA-CHARGE-TYPE       PIC X(01).
010300         88 FA-TYPE-LOCKER   VALUE 'L'.
010400
010500 FD  LOCK-REPORT-FILE.
010600 01  LOCK-REPORT-LINE        PIC X(80).
010700
010800 WORKING-STORAGE SECTION.
010900 01  WS-SWITCHES.
011000     05 WS-TRANS-STATUS      PIC X(02).
011100         88 WS-TRANS-OK      VALUE '00'.
011200         88 WS-TRANS-EOF     VALUE '10'.
011300         88 WS-TRANS-NOT-FOUND VALUE '35'.
011400     05 WS-KEEP-STATUS       PIC X(02).
011500         88 WS-KEEP-OK       VALUE '00'.
011600         88 WS-KEEP-EOF      VALUE '10'.
011700     05 WS-LOCK-STATUS       PIC X(02).
011800         88 WS-LOCK-OK       VALUE '00'.
011900         88 WS-LOCK-EOF      VALUE '10'.
012000         88 WS-LOCK-NOT-FOUND VALUE '35'.
012100     05 WS-MASTER-STATUS     PIC X(02).
012200         88 WS-MASTER-OK     VALUE '00'.
012300     05 WS-AUDIT-STATUS      PIC X(02).
012400         88 WS-AUDIT-OK      VALUE '00'.
012500         88 WS-AUDIT-EOF     VALUE '10'.
012600         88 WS-AUDIT-NOT-FOUND VALUE '35'.
012700     05 WS-REPORT-STATUS     PIC X(02).
012800         88 WS-REPORT-OK     VALUE '00'.
012900     05 WS-POST-FAIL-SW      PIC X(01) VALUE 'N'.
013000         88 POST-FAILED      VALUE 'Y'.
013100     05 WS-MEMBER-FOUND-SW   PIC X(01) VALUE 'N'.
013200         88 MEMBER-FOUND     VALUE 'Y'.
013300
013400*----------------------------------------------------------*
013500* RESTART GUARD - THE BUSINESS DATE'S TYPE L FEEAUDIT LINES *
013600* COUNTED BY MEMBER.  EACH CHARGE CONSUMES ONE MATCHING     *
013700* LINE, SO TWO REAL SAME-DAY CHARGES FOR ONE MEMBER STILL   *
013800* BOTH POST ON A CLEAN RUN.                                 *
013900*----------------------------------------------------------*
014000 01  WS-GUARD-TABLE.
014100     05 WS-GUARD-ENTRY OCCURS 500 TIMES
014200                       INDEXED BY WS-GUARD-NDX.
014300         10 WS-GUARD-MEMBER  PIC X(20).
014400         10 WS-GUARD-COUNT   PIC S9(03) COMP.
014500 77  WS-GUARD-USED           PIC 9(03) COMP VALUE 0.
014600 77  WS-GUARD-I              PIC 9(03) COMP.
014700 01  WS-GUARD-FOUND-SW       PIC X(01) VALUE 'N'.
014800     88 GUARD-ROW-FOUND      VALUE 'Y'.
014900
015000 01  WS-CURR-DATE            PIC X(08).
015100 01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
015200                             PIC 9(08).
015300 01  WS-TODAY-INT            PIC 9(07).
015400 01  WS-PAID-INT             PIC 9(07).
015500 01  WS-DAYS-OVERDUE         PIC 9(05).
015600
015700 01  WS-OLD-BALANCE          PIC S9(04)V99.
015800 01  WS-NEW-BALANCE          PIC S9(04)V99.
015900 01  WS-REASON               PIC X(20).
016000
016100 77  WS-POSTED-COUNT         PIC 9(05) COMP VALUE 0.
016200 77  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE 0.
016300 77  WS-EXCEPT-COUNT         PIC 9(05) COMP VALUE 0.
016400 77  WS-OVERDUE-COUNT        PIC 9(05) COMP VALUE 0.
016500 77  WS-VACATE-COUNT         PIC 9(05) COMP VALUE 0.
016600 01  WS-POSTED-TOTAL         PIC S9(07)V99 VALUE 0.
016700 01  WS-COUNT-EDIT           PIC ZZZZ9.
016800 01  WS-TOTAL-EDIT           PIC +9999999.99.
016900
017000 01  WS-DETAIL-LINE.
017100     05 FILLER               PIC X(02) VALUE SPACES.
017200     05 DL-MEMBER-ID         PIC X(20).
017300     05 FILLER               PIC X(01) VALUE SPACES.
017400     05 DL-LOCKER-NO         PIC X(05).
017500     05 FILLER               PIC X(02) VALUE SPACES.
017600     05 DL-ACTION            PIC X(01).
017700     05 FILLER               PIC X(02) VALUE SPACES.
017800     05 DL-MONTHS            PIC Z9.
017900     05 FILLER               PIC X(02) VALUE SPACES.
018000     05 DL-AMOUNT            PIC ZZZ9.99.
018100     05 FILLER               PIC X(02) VALUE SPACES.
018200     05 DL-NEW-BALANCE       PIC +9999.99.
018300 01  WS-EXCEPT-LINE REDEFINES WS-DETAIL-LINE.
018400     05 FILLER               PIC X(46).
018500     05 XL-REASON            PIC X(08).
018600
018700 01  WS-OVERDUE-LINE.
018800     05 FILLER               PIC X(02) VALUE SPACES.
018900     05 OL-LOCKER-NO         PIC X(05).
019000     05 FILLER               PIC X(02) VALUE SPACES.
019100     05 OL-SIZE              PIC X(01).
019200     05 FILLER               PIC X(02) VALUE SPACES.
019300     05 OL-MEMBER-ID         PIC X(20).
019400     05 FILLER               PIC X(01) VALUE SPACES.
019500     05 OL-NAME              PIC X(20).
019600     05 FILLER               PIC X(01) VALUE SPACES.
019700     05 OL-PAID-TO           PIC X(08).
019800     05 FILLER               PIC X(01) VALUE SPACES.
019900     05 OL-DAYS              PIC ZZZZ9.
020000
020100 01  WS-VACATE-LINE.
020200     05 FILLER               PIC X(02) VALUE SPACES.
020300     05 VL-LOCKER-NO         PIC X(05).
020400     05 FILLER               PIC X(02) VALUE SPACES.
020500     05 VL-LOCATION          PIC X(20).
020600     05 FILLER               PIC X(01) VALUE SPACES.
020700     05 VL-MEMBER-ID         PIC X(20).
020800     05 FILLER               PIC X(01) VALUE SPACES.
020900     05 VL-REASON            PIC X(20).
021000
021100 01  WS-RUNCTL.
021200     COPY RUNCTL.
021300
021400 PROCEDURE DIVISION.
021500 0000-MAINLINE.
021600     MOVE "LOCKPOST" TO RCTL-STEP-NAME.
021700     MOVE 'B' TO RCTL-ACTION.
021800     CALL "RUNCTLW" USING WS-RUNCTL.
021900     IF RCTL-SKIP-STEP
022000         DISPLAY "LOCKPOST ALREADY COMPLETE - STEP SKIPPED"
022100         GOBACK
022200     END-IF.
022300     CALL "RUNDT" USING WS-CURR-DATE.
022400     COMPUTE WS-TODAY-INT =
022500         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM).
022600     PERFORM 1500-LOAD-POSTED-AUDIT THRU 1500-EXIT.
022700     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
022800     PERFORM 2000-POST-CHARGES THRU 2000-EXIT.
022900     PERFORM 5000-LIST-OVERDUE THRU 5000-EXIT.
023000     PERFORM 6000-LIST-VACATE THRU 6000-EXIT.
023100     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
023200     MOVE 'E' TO RCTL-ACTION.
023300     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
023400     CALL "RUNCTLW" USING WS-RUNCTL.
023500     GOBACK.
023600
023700*----------------------------------------------------------*
023800* 1000-OPEN-FILES - MASTER OPEN FOR UPDATE IN PLACE, AUDIT  *
023900* EXTENDED (CREATED ON A COLD START), REPORT NEW.           *
024000*----------------------------------------------------------*
024100 1000-OPEN-FILES.
024200     OPEN I-O MEMBER-MASTER-FILE.
024300     IF NOT WS-MASTER-OK
024400         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
024500             WS-MASTER-STATUS
024600         MOVE 8 TO RETURN-CODE
024700         GOBACK
024800     END-IF.
024900     OPEN EXTEND FEE-AUDIT-FILE.
025000     IF WS-AUDIT-NOT-FOUND
025100         OPEN OUTPUT FEE-AUDIT-FILE
025200     END-IF.
025300     IF NOT WS-AUDIT-OK
025400         DISPLAY "FEEAUDIT OPEN FAILED, STATUS = "
025500             WS-AUDIT-STATUS
025600         CLOSE MEMBER-MASTER-FILE
025700         MOVE 8 TO RETURN-CODE
025800         GOBACK
025900     END-IF.
026000     OPEN OUTPUT LOCK-REPORT-FILE.
026100     IF NOT WS-REPORT-OK
026200         DISPLAY "LOCKRPT OPEN FAILED, STATUS = "
026300             WS-REPORT-STATUS
026400         CLOSE MEMBER-MASTER-FILE
026500         CLOSE FEE-AUDIT-FILE
026600         MOVE 8 TO RETURN-CODE
026700         GOBACK
026800     END-IF.
026900     MOVE SPACES TO LOCK-REPORT-LINE.
027000     STRING "LOCKER RENTAL REPORT - BUSINESS DATE "
027100         DELIMITED BY SIZE
027200         WS-CURR-DATE DELIMITED BY SIZE
027300         INTO LOCK-REPORT-LINE.
027400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
027500 1000-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------*
027900* 1500-LOAD-POSTED-AUDIT - THE BUSINESS DATE'S TYPE L       *
028000* FEEAUDIT LINES, COUNTED BY MEMBER, BEFORE ANY POSTING.    *
028100* ON A CLEAN FIRST RUN THERE ARE NONE AND THE GUARD IS      *
028200* EMPTY.  ON A RERUN AFTER AN ABEND EVERY LINE HERE IS A    *
028300* CHARGE ALREADY ON THE MASTER.  A FULL GUARD TABLE STOPS   *
028400* THE STEP (RC 8) RATHER THAN RISK DOUBLE-POSTING.          *
028500*----------------------------------------------------------*
028600 1500-LOAD-POSTED-AUDIT.
028700     OPEN INPUT FEE-AUDIT-FILE.
028800     IF WS-AUDIT-NOT-FOUND
028900         GO TO 1500-EXIT
029000     END-IF.
029100     IF NOT WS-AUDIT-OK
029200         DISPLAY "FEEAUDIT OPEN FAILED, STATUS = "
029300             WS-AUDIT-STATUS
029400         MOVE 8 TO RETURN-CODE
029500         GOBACK
029600     END-IF.
029700     PERFORM 1510-READ-AUDIT THRU 1510-EXIT.
029800     PERFORM 1520-COUNT-AUDIT THRU 1520-EXIT
029900         UNTIL WS-AUDIT-EOF.
030000     CLOSE FEE-AUDIT-FILE.
030100     IF WS-GUARD-USED > 0
030200         DISPLAY "RESTART GUARD - " WS-GUARD-USED
030300             " MEMBER(S) ALREADY CHARGED FOR " WS-CURR-DATE
030400     END-IF.
030500 1500-EXIT.
030600     EXIT.
030700
030800 1510-READ-AUDIT.
030900     READ FEE-AUDIT-FILE.
031000 1510-EXIT.
031100     EXIT.
031200
031300 1520-COUNT-AUDIT.
031400     IF FA-DATE NOT = WS-CURR-DATE OR NOT FA-TYPE-LOCKER
031500         GO TO 1520-NEXT
031600     END-IF.
031700     MOVE 'N' TO WS-GUARD-FOUND-SW.
031800     PERFORM 1530-FIND-GUARD THRU 1530-EXIT
031900         VARYING WS-GUARD-I FROM 1 BY 1
032000         UNTIL GUARD-ROW-FOUND
032100         OR WS-GUARD-I > WS-GUARD-USED.
032200     IF GUARD-ROW-FOUND
032300         ADD 1 TO WS-GUARD-COUNT (WS-GUARD-NDX)
032400     ELSE
032500         IF WS-GUARD-USED < 500
032600             ADD 1 TO WS-GUARD-USED
032700             SET WS-GUARD-NDX TO WS-GUARD-USED
032800             MOVE FA-MEMBER-ID
032900                 TO WS-GUARD-MEMBER (WS-GUARD-NDX)
033000             MOVE 1 TO WS-GUARD-COUNT (WS-GUARD-NDX)
033100         ELSE
033200             DISPLAY "RESTART GUARD TABLE FULL - POSTING"
033300                 " STOPPED TO PREVENT DOUBLE-POSTING"
033400             MOVE 8 TO RETURN-CODE
033500             GOBACK
033600         END-IF
033700     END-IF.
033800 1520-NEXT.
033900     PERFORM 1510-READ-AUDIT THRU 1510-EXIT.
034000 1520-EXIT.
034100     EXIT.
034200
034300 1530-FIND-GUARD.
034400     SET WS-GUARD-NDX TO WS-GUARD-I.
034500     IF WS-GUARD-MEMBER (WS-GUARD-NDX) = FA-MEMBER-ID
034600         MOVE 'Y' TO WS-GUARD-FOUND-SW
034700     END-IF.
034800 1530-EXIT.
034900     EXIT.
035000
035100*----------------------------------------------------------*
035200* 2000-POST-CHARGES - THE DAY'S LOCKTRAN, THEN LOCKTRAN     *
035300* RESET TO WHATEVER WAS CARRIED OVER.  NO LOCKTRAN ON FILE  *
035400* MEANS NO CHARGES TODAY - NOT AN ERROR, AND THE OVERDUE    *
035500* AND VACATE LISTS STILL PRINT.                             *
035600*----------------------------------------------------------*
035700 2000-POST-CHARGES.
035800     MOVE SPACES TO LOCK-REPORT-LINE.
035900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
036000     MOVE "CHARGES POSTED" TO LOCK-REPORT-LINE.
036100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
036200     OPEN INPUT LOCK-TRANS-FILE.
036300     IF WS-TRANS-NOT-FOUND
036400         MOVE "  NO LOCKER CHARGES TODAY" TO LOCK-REPORT-LINE
036500         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
036600         GO TO 2000-EXIT
036700     END-IF.
036800     IF NOT WS-TRANS-OK
036900         DISPLAY "LOCKTRAN OPEN FAILED, STATUS = "
037000             WS-TRANS-STATUS
037100         MOVE 8 TO RETURN-CODE
037200         MOVE "  LOCKTRAN COULD NOT BE READ" TO LOCK-REPORT-LINE
037300         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
037400         GO TO 2000-EXIT
037500     END-IF.
037600     OPEN OUTPUT LOCK-KEEP-FILE.
037700     IF NOT WS-KEEP-OK
037800         DISPLAY "LOCKKEEP OPEN FAILED, STATUS = "
037900             WS-KEEP-STATUS
038000         CLOSE LOCK-TRANS-FILE
038100         MOVE 8 TO RETURN-CODE
038200         MOVE "  LOCKTRAN NOT POSTED" TO LOCK-REPORT-LINE
038300         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
038400         GO TO 2000-EXIT
038500     END-IF.
038600     MOVE SPACES TO LOCK-REPORT-LINE.
038700     STRING "  MEMBER ID            LOCKER A  MO  "
038800         DELIMITED BY SIZE
038900         " AMOUNT   NEW BAL" DELIMITED BY SIZE
039000         INTO LOCK-REPORT-LINE.
039100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
039200     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
039300     PERFORM 2200-POST-CHARGE THRU 2200-EXIT
039400         UNTIL WS-TRANS-EOF.
039500     CLOSE LOCK-TRANS-FILE.
039600     CLOSE LOCK-KEEP-FILE.
039700     PERFORM 4000-RESET-TRANS THRU 4000-EXIT.
039800 2000-EXIT.
039900     EXIT.
040000
040100 2100-READ-TRANS.
040200     READ LOCK-TRANS-FILE.
040300 2100-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------*
040700* 2200-POST-CHARGE - ONE CHARGE.  ONE THE RESTART GUARD     *
040800* SAYS WAS ALREADY AUDITED TODAY IS SKIPPED.  OTHERWISE:    *
040900* KEYED READ OF THE MASTER, ADD THE AMOUNT, REWRITE IN      *
041000* PLACE, AND AUDIT THE OLD/NEW PAIR ONCE THE REWRITE HAS    *
041100* STUCK.  ANYTHING THAT CANNOT POST IS LISTED AND CARRIED.  *
041200*----------------------------------------------------------*
041300 2200-POST-CHARGE.
041400     PERFORM 2500-CHECK-GUARD THRU 2500-EXIT.
041500     IF GUARD-ROW-FOUND
041600         ADD 1 TO WS-SKIPPED-COUNT
041700         DISPLAY "ALREADY POSTED, SKIPPED: " LT-MEMBER-ID
041800         GO TO 2200-NEXT
041900     END-IF.
042000     IF LT-AMOUNT NOT NUMERIC
042100         MOVE "BAD AMT" TO WS-REASON
042200         PERFORM 2900-CHARGE-EXCEPTION THRU 2900-EXIT
042300         GO TO 2200-NEXT
042400     END-IF.
042500     MOVE 'N' TO WS-POST-FAIL-SW.
042600     MOVE LT-MEMBER-ID TO MEMBER-ID.
042700     READ MEMBER-MASTER-FILE
042800         INVALID KEY
042900             MOVE "NO MEMB" TO WS-REASON
043000             PERFORM 2900-CHARGE-EXCEPTION THRU 2900-EXIT
043100             GO TO 2200-NEXT
043200     END-READ.
043300     MOVE MEMBER-BALANCE TO WS-OLD-BALANCE.
043400     COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + LT-AMOUNT
043500         ON SIZE ERROR
043600             MOVE "BAL LIM" TO WS-REASON
043700             PERFORM 2900-CHARGE-EXCEPTION THRU 2900-EXIT
043800             GO TO 2200-NEXT
043900     END-COMPUTE.
044000     MOVE WS-NEW-BALANCE TO MEMBER-BALANCE.
044100     REWRITE MEMBER-MASTER-RECORD
044200         INVALID KEY
044300             MOVE 'Y' TO WS-POST-FAIL-SW
044400     END-REWRITE.
044500     IF NOT WS-MASTER-OK
044600         MOVE 'Y' TO WS-POST-FAIL-SW
044700     END-IF.
044800     IF POST-FAILED
044900         DISPLAY "MEMMAST REWRITE FAILED, STATUS = "
045000             WS-MASTER-STATUS
045100         MOVE WS-OLD-BALANCE TO MEMBER-BALANCE
045200         MOVE "REWRITE" TO WS-REASON
045300         PERFORM 2900-CHARGE-EXCEPTION THRU 2900-EXIT
045400         GO TO 2200-NEXT
045500     END-IF.
045600     MOVE SPACES TO FEE-AUDIT-RECORD.
045700     MOVE WS-CURR-DATE   TO FA-DATE.
045800     MOVE LT-MEMBER-ID   TO FA-MEMBER-ID.
045900     MOVE WS-OLD-BALANCE TO FA-OLD-BALANCE.
046000     MOVE WS-NEW-BALANCE TO FA-NEW-BALANCE.
046100     MOVE 'L'            TO FA-CHARGE-TYPE.
046200     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
046300     ADD 1 TO WS-POSTED-COUNT.
046400     ADD LT-AMOUNT TO WS-POSTED-TOTAL.
046500     MOVE SPACES TO WS-DETAIL-LINE.
046600     MOVE LT-MEMBER-ID   TO DL-MEMBER-ID.
046700     MOVE LT-LOCKER-NO   TO DL-LOCKER-NO.
046800     MOVE LT-ACTION      TO DL-ACTION.
046900     MOVE LT-MONTHS      TO DL-MONTHS.
047000     MOVE LT-AMOUNT      TO DL-AMOUNT.
047100     MOVE WS-NEW-BALANCE TO DL-NEW-BALANCE.
047200     MOVE WS-DETAIL-LINE TO LOCK-REPORT-LINE.
047300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
047400 2200-NEXT.
047500     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
047600 2200-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------*
048000* 2300-KEEP-CHARGE - A CHARGE THAT COULD NOT POST STAYS IN  *
048100* LOCKTRAN VIA THE CARRY-OVER FILE INSTEAD OF QUIETLY       *
048200* DISAPPEARING - IT IS RENT THE MEMBER OWES.                *
048300*----------------------------------------------------------*
048400 2300-KEEP-CHARGE.
048500     MOVE SPACES TO LOCK-KEEP-RECORD.
048600     MOVE LOCK-TRANS-RECORD TO LOCK-KEEP-RECORD.
048700     WRITE LOCK-KEEP-RECORD.
048800     IF NOT WS-KEEP-OK
048900         DISPLAY "LOCKKEEP WRITE FAILED, STATUS = "
049000             WS-KEEP-STATUS
049100         MOVE 8 TO RETURN-CODE
049200     END-IF.
049300 2300-EXIT.
049400     EXIT.
049500
049600 2400-WRITE-AUDIT.
049700     WRITE FEE-AUDIT-RECORD.
049800     IF NOT WS-AUDIT-OK
049900         DISPLAY "FEEAUDIT WRITE FAILED, STATUS = "
050000             WS-AUDIT-STATUS
050100         IF RETURN-CODE < 4
050200             MOVE 4 TO RETURN-CODE
050300         END-IF
050400     END-IF.
050500 2400-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------*
050900* 2500-CHECK-GUARD - CONSUME ONE AUDITED-TODAY LINE FOR     *
051000* THIS MEMBER IF ANY REMAIN.  FOUND MEANS THIS CHARGE WAS   *
051100* POSTED BY THE RUN THAT DIED AND MUST NOT POST AGAIN.      *
051200*----------------------------------------------------------*
051300 2500-CHECK-GUARD.
051400     MOVE 'N' TO WS-GUARD-FOUND-SW.
051500     IF WS-GUARD-USED = 0
051600         GO TO 2500-EXIT
051700     END-IF.
051800     PERFORM 2510-FIND-OPEN-GUARD THRU 2510-EXIT
051900         VARYING WS-GUARD-I FROM 1 BY 1
052000         UNTIL GUARD-ROW-FOUND
052100         OR WS-GUARD-I > WS-GUARD-USED.
052200     IF GUARD-ROW-FOUND
052300         SUBTRACT 1 FROM WS-GUARD-COUNT (WS-GUARD-NDX)
052400     END-IF.
052500 2500-EXIT.
052600     EXIT.
052700
052800 2510-FIND-OPEN-GUARD.
052900     SET WS-GUARD-NDX TO WS-GUARD-I.
053000     IF WS-GUARD-MEMBER (WS-GUARD-NDX) = LT-MEMBER-ID
053100         AND WS-GUARD-COUNT (WS-GUARD-NDX) > 0
053200         MOVE 'Y' TO WS-GUARD-FOUND-SW
053300     END-IF.
053400 2510-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------*
053800* 2900-CHARGE-EXCEPTION - LIST THE CHARGE WITH THE REASON   *
053900* IN PLACE OF THE NEW BALANCE AND CARRY IT OVER, RC 4.      *
054000* ONCE THE DESK PUTS THE MEMBER BACK ON THE MASTER (OR      *
054100* FINANCE CLEARS THE BALANCE) THE NEXT NIGHT'S RUN PICKS IT *
054200* UP.                                                       *
054300*----------------------------------------------------------*
054400 2900-CHARGE-EXCEPTION.
054500     DISPLAY "NOT POSTED (" WS-REASON "): " LT-MEMBER-ID.
054600     ADD 1 TO WS-EXCEPT-COUNT.
054700     PERFORM 2300-KEEP-CHARGE THRU 2300-EXIT.
054800     MOVE SPACES TO WS-DETAIL-LINE.
054900     MOVE LT-MEMBER-ID   TO DL-MEMBER-ID.
055000     MOVE LT-LOCKER-NO   TO DL-LOCKER-NO.
055100     MOVE LT-ACTION      TO DL-ACTION.
055200     IF LT-MONTHS NUMERIC
055300         MOVE LT-MONTHS  TO DL-MONTHS
055400     END-IF.
055500     IF LT-AMOUNT NUMERIC
055600         MOVE LT-AMOUNT  TO DL-AMOUNT
055700     END-IF.
055800     MOVE WS-REASON      TO XL-REASON.
055900     MOVE WS-DETAIL-LINE TO LOCK-REPORT-LINE.
056000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
056100     IF RETURN-CODE < 4
056200         MOVE 4 TO RETURN-CODE
056300     END-IF.
056400 2900-EXIT.
056500     EXIT.
056600
056700*----------------------------------------------------------*
056800* 4000-RESET-TRANS - LEAVE LOCKTRAN HOLDING ONLY THE        *
056900* CARRIED-OVER CHARGES (EMPTY ON A CLEAN NIGHT), SAME       *
057000* PATTERN AS PAYPOST.                                       *
057100*----------------------------------------------------------*
057200 4000-RESET-TRANS.
057300     OPEN OUTPUT LOCK-TRANS-FILE.
057400     IF NOT WS-TRANS-OK
057500         DISPLAY "LOCKTRAN RESET FAILED, STATUS = "
057600             WS-TRANS-STATUS
057700         MOVE 8 TO RETURN-CODE
057800         GO TO 4000-EXIT
057900     END-IF.
058000     OPEN INPUT LOCK-KEEP-FILE.
058100     IF NOT WS-KEEP-OK
058200         DISPLAY "LOCKKEEP REOPEN FAILED, STATUS = "
058300             WS-KEEP-STATUS
058400         MOVE 8 TO RETURN-CODE
058500         CLOSE LOCK-TRANS-FILE
058600         GO TO 4000-EXIT
058700     END-IF.
058800     PERFORM 4100-READ-KEEP THRU 4100-EXIT.
058900     PERFORM 4200-CARRY-RECORD THRU 4200-EXIT
059000         UNTIL WS-KEEP-EOF.
059100     CLOSE LOCK-KEEP-FILE.
059200     CLOSE LOCK-TRANS-FILE.
059300 4000-EXIT.
059400     EXIT.
059500
059600 4100-READ-KEEP.
059700     READ LOCK-KEEP-FILE.
059800 4100-EXIT.
059900     EXIT.
060000
060100 4200-CARRY-RECORD.
060200     MOVE SPACES TO LOCK-TRANS-RECORD.
060300     MOVE LOCK-KEEP-RECORD TO LOCK-TRANS-RECORD.
060400     WRITE LOCK-TRANS-RECORD.
060500     IF NOT WS-TRANS-OK
060600         DISPLAY "LOCKTRAN WRITE FAILED, STATUS = "
060700             WS-TRANS-STATUS
060800         MOVE 8 TO RETURN-CODE
060900     END-IF.
061000     PERFORM 4100-READ-KEEP THRU 4100-EXIT.
061100 4200-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------*
061500* 5000-LIST-OVERDUE - EVERY RENTED LOCKER WHOSE PAID-TO     *
061600* DATE IS BEFORE THE BUSINESS DATE, WITH THE HOLDER'S NAME  *
061700* AND THE DAYS OVERDUE, FOR THE DESK TO CHASE (RENEW OR     *
061800* RELEASE BILLS THE OVERDUE MONTHS).  NO LOCKMAST ON FILE   *
061900* MEANS NO LOCKERS YET - NOT AN ERROR.                      *
062000*----------------------------------------------------------*
062100 5000-LIST-OVERDUE.
062200     MOVE SPACES TO LOCK-REPORT-LINE.
062300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
062400     MOVE "OVERDUE RENTALS" TO LOCK-REPORT-LINE.
062500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
062600     OPEN INPUT LOCKER-FILE.
062700     IF WS-LOCK-NOT-FOUND
062800         MOVE "  NO LOCKMAST ON FILE" TO LOCK-REPORT-LINE
062900         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
063000         GO TO 5000-EXIT
063100     END-IF.
063200     IF NOT WS-LOCK-OK
063300         DISPLAY "LOCKMAST OPEN FAILED, STATUS = "
063400             WS-LOCK-STATUS
063500         MOVE 8 TO RETURN-CODE
063600         MOVE "  LOCKMAST COULD NOT BE READ" TO LOCK-REPORT-LINE
063700         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
063800         GO TO 5000-EXIT
063900     END-IF.
064000     MOVE SPACES TO LOCK-REPORT-LINE.
064100     STRING "  LOCKER S  MEMBER ID            NAME"
064200         DELIMITED BY SIZE
064300         "                 PAID TO   DAYS" DELIMITED BY SIZE
064400         INTO LOCK-REPORT-LINE.
064500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
064600     PERFORM 5100-READ-LOCKER THRU 5100-EXIT.
064700     PERFORM 5200-CHECK-OVERDUE THRU 5200-EXIT
064800         UNTIL WS-LOCK-EOF.
064900     CLOSE LOCKER-FILE.
065000     IF WS-OVERDUE-COUNT = 0
065100         MOVE "  NONE" TO LOCK-REPORT-LINE
065200         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
065300     END-IF.
065400 5000-EXIT.
065500     EXIT.
065600
065700 5100-READ-LOCKER.
065800     READ LOCKER-FILE.
065900 5100-EXIT.
066000     EXIT.
066100
066200 5200-CHECK-OVERDUE.
066300     IF NOT LK-RENTED OR LK-PAID-TO NOT NUMERIC
066400         GO TO 5200-NEXT
066500     END-IF.
066600     IF LK-PAID-TO-NUM NOT < WS-CURR-DATE-NUM
066700         GO TO 5200-NEXT
066800     END-IF.
066900     ADD 1 TO WS-OVERDUE-COUNT.
067000     COMPUTE WS-PAID-INT =
067100         FUNCTION INTEGER-OF-DATE (LK-PAID-TO-NUM).
067200     COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-PAID-INT.
067300     PERFORM 5300-LOOKUP-MEMBER THRU 5300-EXIT.
067400     MOVE SPACES TO WS-OVERDUE-LINE.
067500     MOVE LK-LOCKER-NO    TO OL-LOCKER-NO.
067600     MOVE LK-SIZE         TO OL-SIZE.
067700     MOVE LK-MEMBER-ID    TO OL-MEMBER-ID.
067800     IF MEMBER-FOUND
067900         MOVE MEMBER-NAME TO OL-NAME
068000     ELSE
068100         MOVE "NOT ON MASTER" TO OL-NAME
068200     END-IF.
068300     MOVE LK-PAID-TO      TO OL-PAID-TO.
068400     MOVE WS-DAYS-OVERDUE TO OL-DAYS.
068500     MOVE WS-OVERDUE-LINE TO LOCK-REPORT-LINE.
068600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
068700 5200-NEXT.
068800     PERFORM 5100-READ-LOCKER THRU 5100-EXIT.
068900 5200-EXIT.
069000     EXIT.
069100
069200 5300-LOOKUP-MEMBER.
069300     MOVE LK-MEMBER-ID TO MEMBER-ID.
069400     READ MEMBER-MASTER-FILE
069500         INVALID KEY
069600             MOVE 'N' TO WS-MEMBER-FOUND-SW
069700         NOT INVALID KEY
069800             MOVE 'Y' TO WS-MEMBER-FOUND-SW
069900     END-READ.
070000 5300-EXIT.
070100     EXIT.
070200
070300*----------------------------------------------------------*
070400* 6000-LIST-VACATE - RENTED LOCKERS THE HOLDER NO LONGER    *
070500* HAS ANY RIGHT TO: A CANCELLED MEMBERSHIP, OR AN ID THAT   *
070600* IS NOT ON THE MASTER AT ALL.  SUSPENDED MEMBERS KEEP      *
070700* THEIR LOCKER - THEY CAN STILL COME BACK.                  *
070800*----------------------------------------------------------*
070900 6000-LIST-VACATE.
071000     MOVE SPACES TO LOCK-REPORT-LINE.
071100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
071200     MOVE "LOCKERS TO VACATE" TO LOCK-REPORT-LINE.
071300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
071400     OPEN INPUT LOCKER-FILE.
071500     IF NOT WS-LOCK-OK
071600         MOVE "  NO LOCKMAST ON FILE" TO LOCK-REPORT-LINE
071700         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
071800         GO TO 6000-EXIT
071900     END-IF.
072000     MOVE SPACES TO LOCK-REPORT-LINE.
072100     STRING "  LOCKER LOCATION             MEMBER ID"
072200         DELIMITED BY SIZE
072300         "            REASON" DELIMITED BY SIZE
072400         INTO LOCK-REPORT-LINE.
072500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
072600     PERFORM 5100-READ-LOCKER THRU 5100-EXIT.
072700     PERFORM 6200-CHECK-VACATE THRU 6200-EXIT
072800         UNTIL WS-LOCK-EOF.
072900     CLOSE LOCKER-FILE.
073000     IF WS-VACATE-COUNT = 0
073100         MOVE "  NONE" TO LOCK-REPORT-LINE
073200         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
073300     END-IF.
073400 6000-EXIT.
073500     EXIT.
073600
073700 6200-CHECK-VACATE.
073800     IF NOT LK-RENTED
073900         GO TO 6200-NEXT
074000     END-IF.
074100     PERFORM 5300-LOOKUP-MEMBER THRU 5300-EXIT.
074200     MOVE SPACES TO WS-VACATE-LINE.
074300     IF MEMBER-FOUND
074400         IF NOT MEMBER-CANCELLED
074500             GO TO 6200-NEXT
074600         END-IF
074700         STRING "CANCELLED " DELIMITED BY SIZE
074800             MEMBER-STATUS-DATE DELIMITED BY SIZE
074900             INTO VL-REASON
075000     ELSE
075100         MOVE "NOT ON MEMBER MASTER" TO VL-REASON
075200     END-IF.
075300     ADD 1 TO WS-VACATE-COUNT.
075400     MOVE LK-LOCKER-NO    TO VL-LOCKER-NO.
075500     MOVE LK-LOCATION     TO VL-LOCATION.
075600     MOVE LK-MEMBER-ID    TO VL-MEMBER-ID.
075700     MOVE WS-VACATE-LINE TO LOCK-REPORT-LINE.
075800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
075900 6200-NEXT.
076000     PERFORM 5100-READ-LOCKER THRU 5100-EXIT.
076100 6200-EXIT.
076200     EXIT.
076300
076400 8000-WRITE-LINE.
076500     WRITE LOCK-REPORT-LINE.
076600     IF NOT WS-REPORT-OK
076700         DISPLAY "LOCKRPT WRITE FAILED, STATUS = "
076800             WS-REPORT-STATUS
076900         IF RETURN-CODE < 4
077000             MOVE 4 TO RETURN-CODE
077100         END-IF
077200     END-IF.
077300 8000-EXIT.
077400     EXIT.
077500
077600*----------------------------------------------------------*
077700* 9000-WRAP-UP - REPORT TOTALS FOR THE DESK AND FINANCE AND *
077800* THE RUN TOTALS FOR THE OPERATOR.                          *
077900*----------------------------------------------------------*
078000 9000-WRAP-UP.
078100     MOVE SPACES TO LOCK-REPORT-LINE.
078200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
078300     MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT.
078400     MOVE WS-POSTED-TOTAL TO WS-TOTAL-EDIT.
078500     MOVE SPACES TO LOCK-REPORT-LINE.
078600     STRING "LOCKER CHARGES POSTED....: " DELIMITED BY SIZE
078700         WS-COUNT-EDIT DELIMITED BY SIZE
078800         "   TOTAL " DELIMITED BY SIZE
078900         WS-TOTAL-EDIT DELIMITED BY SIZE
079000         INTO LOCK-REPORT-LINE.
079100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
079200     MOVE WS-EXCEPT-COUNT TO WS-COUNT-EDIT.
079300     MOVE SPACES TO LOCK-REPORT-LINE.
079400     STRING "CHARGES CARRIED OVER.....: " DELIMITED BY SIZE
079500         WS-COUNT-EDIT DELIMITED BY SIZE
079600         INTO LOCK-REPORT-LINE.
079700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
079800     MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT.
079900     MOVE SPACES TO LOCK-REPORT-LINE.
080000     STRING "OVERDUE RENTALS..........: " DELIMITED BY SIZE
080100         WS-COUNT-EDIT DELIMITED BY SIZE
080200         INTO LOCK-REPORT-LINE.
080300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
080400     MOVE WS-VACATE-COUNT TO WS-COUNT-EDIT.
080500     MOVE SPACES TO LOCK-REPORT-LINE.
080600     STRING "LOCKERS TO VACATE........: " DELIMITED BY SIZE
080700         WS-COUNT-EDIT DELIMITED BY SIZE
080800         INTO LOCK-REPORT-LINE.
080900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
081000     CLOSE MEMBER-MASTER-FILE.
081100     CLOSE FEE-AUDIT-FILE.
081200     CLOSE LOCK-REPORT-FILE.
081300     MOVE WS-POSTED-TOTAL TO WS-TOTAL-EDIT.
081400     DISPLAY "LOCKER RENTAL RUN COMPLETE FOR " WS-CURR-DATE.
081500     DISPLAY "  CHARGES POSTED..........: " WS-POSTED-COUNT.
081600     DISPLAY "  AMOUNT POSTED...........: " WS-TOTAL-EDIT.
081700     DISPLAY "  ALREADY POSTED, SKIPPED.: " WS-SKIPPED-COUNT.
081800     DISPLAY "  NOT POSTED, CARRIED.....: " WS-EXCEPT-COUNT.
081900     DISPLAY "  OVERDUE RENTALS.........: " WS-OVERDUE-COUNT.
082000     DISPLAY "  LOCKERS TO VACATE.......: " WS-VACATE-COUNT.
082100 9000-EXIT.
082200     EXIT.
