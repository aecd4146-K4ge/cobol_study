000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DRWCLOSE.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  END-OF-SHIFT CASH DRAWER CLOSE-
001000*                      OUT FROM THE KIOSK MENU.  THE DESK
001100*                      COUNTED THE DRAWER AGAINST A PAPER
001200*                      TALLY; PAYENTRY ALREADY STAMPS THE
001300*                      CLERK ON EVERY PAYTRANS RECORD AND
001400*                      GUESTREG ON EVERY DAY PASS, SO THIS
001500*                      PROGRAM TAKES THE CLERK, THE SHIFT
001600*                      START, THE OPENING FLOAT AND THE
001700*                      COUNTED CASH, TOTALS THAT CLERK'S
001800*                      UNPOSTED PAYTRANS ACTIVITY AND GUEST
001900*                      FEES FOR THE BUSINESS DATE SINCE THE
002000*                      SHIFT START, AND APPENDS AN OVER/
002100*                      SHORT REPORT TO DRWRPT.  A VARIANCE
002200*                      OVER THE DRWTOL TOLERANCE (DEFAULT
002300*                      5.00) IS AN 'E' LINE ON KIOSKLOG SO
002400*                      KLOGALRT RAISES IT - GIVE DRWCLOSE AN
002500*                      ALRTCTL ROW WITH AN ERROR LIMIT OF 1.
002533*   2026-10-15  KAGE   A HOUSEHOLD PAYMENT (TYPE H) IS CASH
002566*                      TAKEN LIKE ANY OTHER PAYMENT.
002572*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
002578*                      SIGNED ON AT THE KIOSK, PASSED BY
002584*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
002590*                      OF BEING KEYED FREELY HERE.
002592*   2026-10-15  KAGE   COUNTS, TOTALS, THE TOLERANCE AND THE
002594*                      OVER-TOLERANCE SWITCH ARE CLEARED ON
002595*                      EVERY CALL - THE KIOSK DRIVER KEEPS
002597*                      WORKING STORAGE, SO A SECOND CLOSE-OUT
002598*                      ADDED ONTO THE LAST CLERK'S DRAWER.
002600*
002700* WHAT THE DRAWER SHOULD HOLD.
002800*   FLOAT + PAYMENTS + GUEST FEES - REFUNDS - REVERSALS.
002900*   A REFUND IS CASH HANDED BACK.  A REVERSAL UNDOES A
003000*   MIS-KEYED PAYMENT WHOSE CORRECT VERSION IS KEYED AGAIN,
003100*   SO WITHOUT IT THE MONEY WOULD BE EXPECTED TWICE.  A
003200*   RETURNED ITEM IS THE BANK BOUNCING AN OLD CHEQUE - NO
003300*   MONEY MOVES AT THE DESK, SO IT IS COUNTED BUT NOT IN
003400*   THE EXPECTED TOTAL.
003500*----------------------------------------------------------*
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PAY-TRANS-FILE ASSIGN TO "PAYTRANS"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-TRANS-STATUS.
004300
004400     SELECT GUEST-FILE ASSIGN TO "GUESTS"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-GUEST-STATUS.
004700
004800     SELECT TOLERANCE-FILE ASSIGN TO "DRWTOL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TOL-STATUS.
005100
005200     SELECT DRAWER-REPORT-FILE ASSIGN TO "DRWRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-REPORT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PAY-TRANS-FILE.
005900 01  PAY-TRANS-RECORD.
006000     05 PY-MEMBER-ID         PIC X(20).
006100     05 FILLER               PIC X(01).
006200     05 PY-AMOUNT            PIC 9(04)V99.
006300     05 FILLER               PIC X(01).
006400     05 PY-DATE              PIC X(08).
006500     05 FILLER               PIC X(01).
006600     05 PY-TIME              PIC X(06).
006700     05 FILLER               PIC X(01).
006800     05 PY-CLERK             PIC X(08).
006900     05 FILLER               PIC X(01).
007000     05 PY-TYPE              PIC X(01).
007100         88 PY-TYPE-PAYMENT  VALUE 'P' ' ' 'H'.
007200         88 PY-TYPE-REVERSAL VALUE 'V'.
007300         88 PY-TYPE-REFUND   VALUE 'R'.
007400         88 PY-TYPE-RETURNED VALUE 'B'.
007500     05 FILLER               PIC X(01).
007600     05 PY-REF-DATE          PIC X(08).
007700     05 FILLER               PIC X(01).
007800     05 PY-REF-TIME          PIC X(06).
007900     05 FILLER               PIC X(01).
008000     05 PY-FEE               PIC 9(04)V99.
008100
008200 FD  GUEST-FILE.
008300 01  GUEST-RECORD.
008400     05 GU-PASS-ID           PIC X(20).
008500     05 FILLER               PIC X(01).
008600     05 GU-NAME              PIC X(20).
008700     05 FILLER               PIC X(01).
008800     05 GU-SPONSOR-ID        PIC X(20).
008900     05 FILLER               PIC X(01).
009000     05 GU-FEE               PIC 9(04)V99.
009100     05 FILLER               PIC X(01).
009200     05 GU-DATE              PIC X(08).
009300     05 FILLER               PIC X(01).
009400     05 GU-TIME              PIC X(06).
009500     05 FILLER               PIC X(01).
009600     05 GU-CLERK             PIC X(08).
009700
009800 FD  TOLERANCE-FILE.
009900 01  TOLERANCE-RECORD.
010000     05 TOL-AMOUNT           PIC X(06).
010100     05 TOL-AMOUNT-NUM REDEFINES TOL-AMOUNT
010200                             PIC 9(04)V99.
010300
010400 FD  DRAWER-REPORT-FILE.
010500 01  DRAWER-REPORT-LINE      PIC X(80).
010600
010700 WORKING-STORAGE SECTION.
010800 01  WS-USER-ID              PIC X(08).
010900 01  WS-START-TIME           PIC X(06).
011000 01  WS-FLOAT-INPUT          PIC X(08) JUSTIFIED RIGHT.
011100 01  WS-FLOAT-NUM REDEFINES WS-FLOAT-INPUT
011200                             PIC 9(06)V99.
011300 01  WS-COUNT-INPUT          PIC X(08) JUSTIFIED RIGHT.
011400 01  WS-COUNT-NUM REDEFINES WS-COUNT-INPUT
011500                             PIC 9(06)V99.
011600
011700 01  WS-SWITCHES.
011800     05 WS-TRANS-STATUS      PIC X(02).
011900         88 WS-TRANS-OK      VALUE '00'.
012000         88 WS-TRANS-EOF     VALUE '10'.
012100         88 WS-TRANS-NOT-FOUND VALUE '35'.
012200     05 WS-GUEST-STATUS      PIC X(02).
012300         88 WS-GUEST-OK      VALUE '00'.
012400         88 WS-GUEST-EOF     VALUE '10'.
012500         88 WS-GUEST-NOT-FOUND VALUE '35'.
012600     05 WS-TOL-STATUS        PIC X(02).
012700         88 WS-TOL-OK        VALUE '00'.
012800     05 WS-REPORT-STATUS     PIC X(02).
012900         88 WS-REPORT-OK     VALUE '00'.
013000         88 WS-REPORT-NOT-FOUND VALUE '35'.
013100     05 WS-OVER-TOL-SW       PIC X(01) VALUE 'N'.
013200         88 OVER-TOLERANCE   VALUE 'Y'.
013300
013400 77  WS-PAY-COUNT            PIC 9(05) COMP VALUE 0.
013500 77  WS-REFUND-COUNT         PIC 9(05) COMP VALUE 0.
013600 77  WS-REVERSAL-COUNT       PIC 9(05) COMP VALUE 0.
013700 77  WS-RETURNED-COUNT       PIC 9(05) COMP VALUE 0.
013800 77  WS-GUEST-COUNT          PIC 9(05) COMP VALUE 0.
013900
014000 01  WS-PAY-TOTAL            PIC S9(07)V99 VALUE 0.
014100 01  WS-REFUND-TOTAL         PIC S9(07)V99 VALUE 0.
014200 01  WS-REVERSAL-TOTAL       PIC S9(07)V99 VALUE 0.
014300 01  WS-RETURNED-TOTAL       PIC S9(07)V99 VALUE 0.
014400 01  WS-GUEST-TOTAL          PIC S9(07)V99 VALUE 0.
014500 01  WS-EXPECTED-TOTAL       PIC S9(07)V99 VALUE 0.
014600 01  WS-VARIANCE             PIC S9(07)V99 VALUE 0.
014700 01  WS-ABS-VARIANCE         PIC S9(07)V99 VALUE 0.
014800 01  WS-TOLERANCE            PIC S9(07)V99 VALUE 5.00.
014900 01  WS-AMOUNT-EDIT          PIC +99999.99.
015000
015100 01  WS-CURRENT-DATE-TIME.
015200     05 WS-CURR-DATE         PIC X(08).
015300     05 WS-CURR-TIME         PIC X(06).
015400
015500 01  WS-HEADER-LINE.
015600     05 FILLER               PIC X(23)
015700                             VALUE "CASH DRAWER CLOSE-OUT  ".
015800     05 HL-DATE              PIC X(08).
015900     05 FILLER               PIC X(08) VALUE "  CLERK ".
016000     05 HL-CLERK             PIC X(08).
016100     05 FILLER               PIC X(08) VALUE "  SHIFT ".
016200     05 HL-FROM              PIC X(06).
016300     05 FILLER               PIC X(03) VALUE " - ".
016400     05 HL-TO                PIC X(06).
016500
016600 01  WS-DETAIL-LINE.
016700     05 FILLER               PIC X(02) VALUE SPACES.
016800     05 DL-LABEL             PIC X(26).
016900     05 DL-COUNT             PIC ZZZZZ.
017000     05 FILLER               PIC X(03) VALUE SPACES.
017100     05 DL-AMOUNT            PIC +9999999.99.
017200
017300 01  WS-KLOG.
017400     COPY KLOGREC.
017500
017520 LINKAGE SECTION.
017540 01  SIGNON-PARM.
017560     COPY SIGNON.
017580
017600 PROCEDURE DIVISION USING SIGNON-PARM.
017700 0000-MAINLINE.
017712     MOVE 0 TO WS-PAY-COUNT WS-REFUND-COUNT WS-REVERSAL-COUNT
017725         WS-RETURNED-COUNT WS-GUEST-COUNT.
017737     MOVE 0 TO WS-PAY-TOTAL WS-REFUND-TOTAL WS-REVERSAL-TOTAL
017750         WS-RETURNED-TOTAL WS-GUEST-TOTAL WS-EXPECTED-TOTAL
017762         WS-VARIANCE WS-ABS-VARIANCE.
017775     MOVE 'N' TO WS-OVER-TOL-SW.
017787     MOVE 5.00 TO WS-TOLERANCE.
017800     MOVE "DRWCLOSE" TO KLOG-PROGRAM.
017900     CALL "RUNDT" USING WS-CURR-DATE.
018000     ACCEPT WS-CURR-TIME FROM TIME.
018100     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
018200     PERFORM 1100-GET-START-TIME THRU 1100-EXIT.
018300     PERFORM 1200-GET-FLOAT THRU 1200-EXIT.
018400     PERFORM 1300-GET-COUNTED THRU 1300-EXIT.
018500     PERFORM 1500-GET-TOLERANCE THRU 1500-EXIT.
018600     PERFORM 2000-TOTAL-PAYMENTS THRU 2000-EXIT.
018700     PERFORM 3000-TOTAL-GUESTS THRU 3000-EXIT.
018800     PERFORM 4000-COMPUTE-VARIANCE THRU 4000-EXIT.
018900     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
019000     IF OVER-TOLERANCE
019100         PERFORM 6000-LOG-VARIANCE THRU 6000-EXIT
019200     END-IF.
019300     GOBACK.
019400
019500*----------------------------------------------------------*
019600* 1000-GET-USER-ID - THE CLERK CLOSING OUT, AS STAMPED ON   *
019700* THE PAYTRANS AND GUESTS RECORDS.                          *
019750* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.      *
019800*----------------------------------------------------------*
019900 1000-GET-USER-ID.
020000     MOVE SO-OPER-ID TO WS-USER-ID.
020600 1000-EXIT.
020700     EXIT.
020800
020900*----------------------------------------------------------*
021000* 1100-GET-START-TIME - WHEN THE SHIFT BEGAN.  A CLERK ON   *
021100* TWO SHIFTS IN ONE DAY CLOSES EACH SEPARATELY; ENTER TAKES *
021200* THE WHOLE BUSINESS DATE.  THE SHIFT ENDS NOW.             *
021300*----------------------------------------------------------*
021400 1100-GET-START-TIME.
021500     DISPLAY "Shift start time HHMMSS (ENTER=start of day): "
021600         WITH NO ADVANCING.
021700     MOVE SPACES TO WS-START-TIME.
021800     ACCEPT WS-START-TIME.
021900     IF WS-START-TIME = SPACES
022000         MOVE "000000" TO WS-START-TIME
022100     END-IF.
022200     IF WS-START-TIME NOT NUMERIC
022300         OR WS-START-TIME > WS-CURR-TIME
022400         DISPLAY "INVALID TIME - ENTER 6 DIGITS, NOT AFTER "
022500             WS-CURR-TIME
022600         GO TO 1100-GET-START-TIME
022700     END-IF.
022800 1100-EXIT.
022900     EXIT.
023000
023100*----------------------------------------------------------*
023200* 1200-GET-FLOAT / 1300-GET-COUNTED - 8 DIGITS WITH IMPLIED *
023300* CENTS, THE 6-DIGIT AMOUNT ENTRY WIDENED FOR A WHOLE       *
023400* DRAWER.  A ZERO FLOAT IS ALLOWED.                         *
023500*----------------------------------------------------------*
023600 1200-GET-FLOAT.
023700     DISPLAY "Opening float, 8 digits, implied cents "
023800         WITH NO ADVANCING.
023900     DISPLAY "(00010000=100.00): " WITH NO ADVANCING.
024000     ACCEPT WS-FLOAT-INPUT.
024100     INSPECT WS-FLOAT-INPUT REPLACING LEADING SPACE BY ZERO.
024200     IF NOT WS-FLOAT-INPUT NUMERIC
024300         DISPLAY "INVALID AMOUNT - ENTER 8 DIGITS"
024400         GO TO 1200-GET-FLOAT
024500     END-IF.
024600 1200-EXIT.
024700     EXIT.
024800
024900 1300-GET-COUNTED.
025000     DISPLAY "Counted cash in drawer, 8 digits, implied cents: "
025100         WITH NO ADVANCING.
025200     ACCEPT WS-COUNT-INPUT.
025300     INSPECT WS-COUNT-INPUT REPLACING LEADING SPACE BY ZERO.
025400     IF NOT WS-COUNT-INPUT NUMERIC
025500         DISPLAY "INVALID AMOUNT - ENTER 8 DIGITS"
025600         GO TO 1300-GET-COUNTED
025700     END-IF.
025800 1300-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------*
026200* 1500-GET-TOLERANCE - ALLOWED OVER/SHORT FROM THE DRWTOL   *
026300* CONFIG FILE (6 DIGITS, IMPLIED CENTS).  ABSENT OR         *
026400* UNREADABLE KEEPS THE 5.00 DEFAULT, AS CHKCLOSE DOES WITH  *
026500* CLOSETIM.                                                 *
026600*----------------------------------------------------------*
026700 1500-GET-TOLERANCE.
026800     OPEN INPUT TOLERANCE-FILE.
026900     IF NOT WS-TOL-OK
027000         GO TO 1500-EXIT
027100     END-IF.
027200     READ TOLERANCE-FILE.
027300     IF WS-TOL-OK AND TOL-AMOUNT NUMERIC
027400         MOVE TOL-AMOUNT-NUM TO WS-TOLERANCE
027500     END-IF.
027600     CLOSE TOLERANCE-FILE.
027700 1500-EXIT.
027800     EXIT.
027900
028000*----------------------------------------------------------*
028100* 2000-TOTAL-PAYMENTS - THE CLERK'S PAYTRANS RECORDS FOR    *
028200* THE BUSINESS DATE FROM THE SHIFT START ON, BY TYPE.       *
028300* PAYTRANS HOLDS THE DAY'S UNPOSTED WORK UNTIL PAYPOST RUNS *
028400* TONIGHT; AN OLDER CARRIED-OVER RECORD HAS AN EARLIER DATE *
028500* AND IS LEFT OUT.  NO PAYTRANS MEANS NO PAYMENTS TAKEN.    *
028600*----------------------------------------------------------*
028700 2000-TOTAL-PAYMENTS.
028800     OPEN INPUT PAY-TRANS-FILE.
028900     IF WS-TRANS-NOT-FOUND
029000         GO TO 2000-EXIT
029100     END-IF.
029200     IF NOT WS-TRANS-OK
029300         DISPLAY "PAYTRANS OPEN FAILED, STATUS = "
029400             WS-TRANS-STATUS
029500         MOVE 8 TO RETURN-CODE
029600         GOBACK
029700     END-IF.
029800     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
029900     PERFORM 2200-SUM-TRANS THRU 2200-EXIT
030000         UNTIL WS-TRANS-EOF.
030100     CLOSE PAY-TRANS-FILE.
030200 2000-EXIT.
030300     EXIT.
030400
030500 2100-READ-TRANS.
030600     READ PAY-TRANS-FILE.
030700 2100-EXIT.
030800     EXIT.
030900
031000 2200-SUM-TRANS.
031100     IF PY-CLERK NOT = WS-USER-ID
031200         OR PY-DATE NOT = WS-CURR-DATE
031300         OR PY-TIME < WS-START-TIME
031400         GO TO 2200-NEXT
031500     END-IF.
031600     EVALUATE TRUE
031700         WHEN PY-TYPE-PAYMENT
031800             ADD 1 TO WS-PAY-COUNT
031900             ADD PY-AMOUNT TO WS-PAY-TOTAL
032000         WHEN PY-TYPE-REFUND
032100             ADD 1 TO WS-REFUND-COUNT
032200             ADD PY-AMOUNT TO WS-REFUND-TOTAL
032300         WHEN PY-TYPE-REVERSAL
032400             ADD 1 TO WS-REVERSAL-COUNT
032500             ADD PY-AMOUNT TO WS-REVERSAL-TOTAL
032600         WHEN PY-TYPE-RETURNED
032700             ADD 1 TO WS-RETURNED-COUNT
032800             ADD PY-AMOUNT TO WS-RETURNED-TOTAL
032900     END-EVALUATE.
033000 2200-NEXT.
033100     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
033200 2200-EXIT.
033300     EXIT.
033400
033500*----------------------------------------------------------*
033600* 3000-TOTAL-GUESTS - THE CLERK'S DAY-PASS FEES FOR THE     *
033700* BUSINESS DATE FROM THE SHIFT START ON.  A COMPED (ZERO)   *
033800* PASS COUNTS AS A PASS BUT ADDS NOTHING.                   *
033900*----------------------------------------------------------*
034000 3000-TOTAL-GUESTS.
034100     OPEN INPUT GUEST-FILE.
034200     IF WS-GUEST-NOT-FOUND
034300         GO TO 3000-EXIT
034400     END-IF.
034500     IF NOT WS-GUEST-OK
034600         DISPLAY "GUESTS OPEN FAILED, STATUS = "
034700             WS-GUEST-STATUS
034800         MOVE 8 TO RETURN-CODE
034900         GOBACK
035000     END-IF.
035100     PERFORM 3100-READ-GUEST THRU 3100-EXIT.
035200     PERFORM 3200-SUM-GUEST THRU 3200-EXIT
035300         UNTIL WS-GUEST-EOF.
035400     CLOSE GUEST-FILE.
035500 3000-EXIT.
035600     EXIT.
035700
035800 3100-READ-GUEST.
035900     READ GUEST-FILE.
036000 3100-EXIT.
036100     EXIT.
036200
036300 3200-SUM-GUEST.
036400     IF GU-CLERK = WS-USER-ID
036500         AND GU-DATE = WS-CURR-DATE
036600         AND GU-TIME NOT < WS-START-TIME
036700         ADD 1 TO WS-GUEST-COUNT
036800         IF GU-FEE NUMERIC
036900             ADD GU-FEE TO WS-GUEST-TOTAL
037000         END-IF
037100     END-IF.
037200     PERFORM 3100-READ-GUEST THRU 3100-EXIT.
037300 3200-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------*
037700* 4000-COMPUTE-VARIANCE - COUNTED MINUS EXPECTED.  POSITIVE *
037800* IS OVER, NEGATIVE IS SHORT.  OVER THE TOLERANCE EITHER    *
037900* WAY IS FLAGGED.                                           *
038000*----------------------------------------------------------*
038100 4000-COMPUTE-VARIANCE.
038200     COMPUTE WS-EXPECTED-TOTAL = WS-FLOAT-NUM
038300         + WS-PAY-TOTAL + WS-GUEST-TOTAL
038400         - WS-REFUND-TOTAL - WS-REVERSAL-TOTAL.
038500     COMPUTE WS-VARIANCE = WS-COUNT-NUM - WS-EXPECTED-TOTAL.
038600     MOVE WS-VARIANCE TO WS-ABS-VARIANCE.
038700     IF WS-ABS-VARIANCE < 0
038800         COMPUTE WS-ABS-VARIANCE = 0 - WS-ABS-VARIANCE
038900     END-IF.
039000     IF WS-ABS-VARIANCE > WS-TOLERANCE
039100         MOVE 'Y' TO WS-OVER-TOL-SW
039200     END-IF.
039300 4000-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------*
039700* 5000-PRINT-REPORT - ONE CLOSE-OUT PER BLOCK, APPENDED TO  *
039800* DRWRPT (CREATED ON THE FIRST CLOSE-OUT) FOR THE MANAGER,  *
039900* AND THE SAME FIGURES ON THE SCREEN FOR THE CLERK.         *
040000*----------------------------------------------------------*
040100 5000-PRINT-REPORT.
040200     OPEN EXTEND DRAWER-REPORT-FILE.
040300     IF WS-REPORT-NOT-FOUND
040400         OPEN OUTPUT DRAWER-REPORT-FILE
040500     END-IF.
040600     IF NOT WS-REPORT-OK
040700         DISPLAY "DRWRPT OPEN FAILED, STATUS = "
040800             WS-REPORT-STATUS
040900         MOVE 8 TO RETURN-CODE
041000         GOBACK
041100     END-IF.
041200     MOVE WS-CURR-DATE  TO HL-DATE.
041300     MOVE WS-USER-ID    TO HL-CLERK.
041400     MOVE WS-START-TIME TO HL-FROM.
041500     MOVE WS-CURR-TIME  TO HL-TO.
041600     MOVE WS-HEADER-LINE TO DRAWER-REPORT-LINE.
041700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
041800     MOVE SPACES TO DRAWER-REPORT-LINE.
041900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042000     MOVE "OPENING FLOAT............." TO DL-LABEL.
042100     MOVE 0 TO DL-COUNT.
042200     MOVE WS-FLOAT-NUM TO DL-AMOUNT.
042300     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
042400     MOVE "PAYMENTS TAKEN............" TO DL-LABEL.
042500     MOVE WS-PAY-COUNT TO DL-COUNT.
042600     MOVE WS-PAY-TOTAL TO DL-AMOUNT.
042700     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
042800     MOVE "GUEST DAY-PASS FEES......." TO DL-LABEL.
042900     MOVE WS-GUEST-COUNT TO DL-COUNT.
043000     MOVE WS-GUEST-TOTAL TO DL-AMOUNT.
043100     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
043200     MOVE "REFUNDS PAID OUT.........." TO DL-LABEL.
043300     MOVE WS-REFUND-COUNT TO DL-COUNT.
043400     COMPUTE DL-AMOUNT = 0 - WS-REFUND-TOTAL.
043500     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
043600     MOVE "PAYMENTS REVERSED........." TO DL-LABEL.
043700     MOVE WS-REVERSAL-COUNT TO DL-COUNT.
043800     COMPUTE DL-AMOUNT = 0 - WS-REVERSAL-TOTAL.
043900     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
044000     MOVE "EXPECTED IN DRAWER........" TO DL-LABEL.
044100     MOVE 0 TO DL-COUNT.
044200     MOVE WS-EXPECTED-TOTAL TO DL-AMOUNT.
044300     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
044400     MOVE "COUNTED CASH.............." TO DL-LABEL.
044500     MOVE WS-COUNT-NUM TO DL-AMOUNT.
044600     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
044700     MOVE "OVER (SHORT).............." TO DL-LABEL.
044800     MOVE WS-VARIANCE TO DL-AMOUNT.
044900     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
045000     MOVE "TOLERANCE................." TO DL-LABEL.
045100     MOVE WS-TOLERANCE TO DL-AMOUNT.
045200     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
045300     IF WS-RETURNED-COUNT > 0
045400         MOVE "RETURNED ITEMS (NO CASH).." TO DL-LABEL
045500         MOVE WS-RETURNED-COUNT TO DL-COUNT
045600         MOVE WS-RETURNED-TOTAL TO DL-AMOUNT
045700         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
045800     END-IF.
045900     MOVE SPACES TO DRAWER-REPORT-LINE.
046000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
046100     IF OVER-TOLERANCE
046200         MOVE "*** OVER TOLERANCE - MANAGER TO REVIEW ***"
046300             TO DRAWER-REPORT-LINE
046400     ELSE
046500         MOVE "WITHIN TOLERANCE" TO DRAWER-REPORT-LINE
046600     END-IF.
046700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
046800     MOVE "CLERK SIGNED: __________  MANAGER: __________"
046900         TO DRAWER-REPORT-LINE.
047000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
047100     MOVE SPACES TO DRAWER-REPORT-LINE.
047200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
047300     CLOSE DRAWER-REPORT-FILE.
047400 5000-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------*
047800* 6000-LOG-VARIANCE - AN 'E' LINE ON KIOSKLOG, KEYED BY THE *
047900* CLERK ID IN THE MEMBER-ID COLUMN, FOR KLOGALRT TO RAISE.  *
048000*----------------------------------------------------------*
048100 6000-LOG-VARIANCE.
048200     MOVE WS-VARIANCE TO WS-AMOUNT-EDIT.
048300     MOVE WS-USER-ID  TO KLOG-MEMBER-ID.
048400     MOVE 'E'         TO KLOG-SEVERITY.
048500     MOVE SPACES      TO KLOG-MSG-TEXT.
048600     IF WS-VARIANCE < 0
048700         MOVE "DRW001" TO KLOG-MSG-CODE
048800         STRING "DRAWER SHORT " DELIMITED BY SIZE
048900             WS-AMOUNT-EDIT DELIMITED BY SIZE
049000             " SHIFT " DELIMITED BY SIZE
049100             WS-START-TIME DELIMITED BY SIZE
049200             INTO KLOG-MSG-TEXT
049300     ELSE
049400         MOVE "DRW002" TO KLOG-MSG-CODE
049500         STRING "DRAWER OVER " DELIMITED BY SIZE
049600             WS-AMOUNT-EDIT DELIMITED BY SIZE
049700             " SHIFT " DELIMITED BY SIZE
049800             WS-START-TIME DELIMITED BY SIZE
049900             INTO KLOG-MSG-TEXT
050000     END-IF.
050100     CALL "KLOGWRT" USING WS-KLOG.
050200 6000-EXIT.
050300     EXIT.
050400
050500 8000-WRITE-LINE.
050600     WRITE DRAWER-REPORT-LINE.
050700     DISPLAY DRAWER-REPORT-LINE.
050800     IF NOT WS-REPORT-OK
050900         DISPLAY "DRWRPT WRITE FAILED, STATUS = "
051000             WS-REPORT-STATUS
051100         IF RETURN-CODE < 4
051200             MOVE 4 TO RETURN-CODE
051300         END-IF
051400     END-IF.
051500 8000-EXIT.
051600     EXIT.
051700
051800 8100-WRITE-DETAIL.
051900     MOVE WS-DETAIL-LINE TO DRAWER-REPORT-LINE.
052000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
052100     MOVE 0 TO DL-COUNT.
052200 8100-EXIT.
052300     EXIT.
