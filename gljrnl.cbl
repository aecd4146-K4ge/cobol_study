000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLJRNL.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  PERIOD-END GENERAL LEDGER
001000*                      JOURNAL.  FINANCE USED TO RE-KEY THE
001100*                      MONTH'S REVENUE FROM THE AUDIT FILES
001200*                      AND THE GUEST PASS TOTALS.  FOR THE
001300*                      PARM MONTH THIS SUMS FEEAUDIT (DUES,
001400*                      JOINING FEES, FEE CHARGES AND FEE
001500*                      CREDITS), PAYHIST (PAYMENTS,
001600*                      REVERSALS, REFUNDS, RETURNED ITEMS
001700*                      AND THEIR FEES) AND GUESTS (DAY-PASS
001800*                      FEES) INTO ONE NET AMOUNT PER
001900*                      ACTIVITY, AND POSTS EACH ACTIVITY AS A
002000*                      DEBIT AND A CREDIT LINE TO THE
002100*                      ACCOUNTS THE GLMAP CONTROL FILE NAMES
002200*                      FOR IT.  THE JOURNAL (GLJOUT) IS A
002300*                      FIXED-FORMAT FILE - HEADER, DETAIL
002400*                      LINES, TRAILER WITH LINE COUNT AND
002500*                      DEBIT/CREDIT CONTROL TOTALS - AND THE
002600*                      PROOF REPORT (GLPROOF) TIES SOURCE TO
002700*                      JOURNAL.  NO JOURNAL IS WRITTEN, RC 8,
002800*                      IF AN ACTIVITY WITH MONEY IS NOT
002900*                      MAPPED, IF DEBITS, CREDITS AND SOURCE
003000*                      DO NOT AGREE, OR IF THE PERIOD IS ON
003100*                      THE GLCTL PERIOD-CONTROL FILE ALREADY.
003200*                      A JOURNAL THAT IS WRITTEN ADDS ITS
003300*                      PERIOD TO GLCTL, SO A SECOND RUN FOR
003400*                      THE SAME MONTH IS REFUSED.
003412*   2026-10-15  KAGE   LOCKPOST LOCKER RENTALS (FEEAUDIT
003425*                      TYPE L) AND PTPOST TRAINING PACKAGES
003437*                      (TYPE T) ARE ACTIVITIES OF THEIR
003450*                      OWN, LOCK AND PTPK, NOT FEES - A
003462*                      PREPAID PACKAGE IS A LIABILITY, NOT
003475*                      FEE INCOME. GLMAP NEEDS ROWS FOR
003487*                      BOTH.
003500*
003600* RUN PARAMETER.
003700*   YYYYMM - THE PERIOD TO JOURNAL.  REQUIRED, AND MUST BE A
003800*   MONTH BEFORE THE BUSINESS DATE'S - AN OPEN MONTH IS NOT
003900*   JOURNALLED.  RC 8 OTHERWISE.
004000*
004100* GLMAP ROWS.
004200*   ACTIVITY CODE, ACCOUNT DEBITED, ACCOUNT CREDITED AND AN
004300*   OPTIONAL JOURNAL LINE DESCRIPTION.  THE ACCOUNTS ARE FOR
004400*   THE ACTIVITY'S NORMAL DIRECTION; A MONTH WHERE AN ACTIVITY
004500*   NETS NEGATIVE POSTS THE SAME TWO ACCOUNTS THE OTHER WAY.
004600*     DUES  DUESBILL MONTHLY DUES (FEEAUDIT TYPE D)
004700*     JOIN  DUESBILL JOINING FEES (FEEAUDIT TYPE J)
004800*     FEES  FEEPOST LINES THAT RAISED A BALANCE
004900*     FCRD  FEEPOST LINES THAT LOWERED A BALANCE
005000*     PAYM  PAYMENTS, INCLUDING HOUSEHOLD SHARES
005100*     PREV  PAYMENT REVERSALS
005200*     REFD  REFUNDS PAID OUT
005300*     RETN  RETURNED ITEMS
005400*     RFEE  RETURNED-ITEM FEES
005500*     GDAY  GUEST DAY-PASS FEES
005520*     LOCK  LOCKPOST LOCKER RENTALS (FEEAUDIT TYPE L)
005540*     PTPK  PTPOST TRAINING PACKAGES SOLD (FEEAUDIT TYPE T) -
005560*           PREPAID SESSIONS, SO MAP THE CREDIT TO A DEFERRED
005580*           REVENUE (LIABILITY) ACCOUNT, NOT FEE INCOME
005600*----------------------------------------------------------*
005700
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-MAP-STATUS.
006400
006500     SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CTL-STATUS.
006800
006900     SELECT FEE-AUDIT-FILE ASSIGN TO "FEEAUDIT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FEE-STATUS.
007200
007300     SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-HIST-STATUS.
007600
007700     SELECT GUEST-FILE ASSIGN TO "GUESTS"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-GUEST-STATUS.
008000
008100     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOUT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-JRNL-STATUS.
008400
008500     SELECT GL-PROOF-FILE ASSIGN TO "GLPROOF"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-PROOF-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  GL-MAP-FILE.
009200 01  GL-MAP-RECORD.
009300     05 GM-ACTIVITY          PIC X(04).
009400     05 FILLER               PIC X(01).
009500     05 GM-DEBIT-ACCT        PIC X(10).
009600     05 FILLER               PIC X(01).
009700     05 GM-CREDIT-ACCT       PIC X(10).
009800     05 FILLER               PIC X(01).
009900     05 GM-DESC              PIC X(30).
010000
010100*    ONE ROW PER JOURNAL WRITTEN, APPENDED.
010200 FD  GL-CONTROL-FILE.
010300 01  GL-CONTROL-RECORD.
010400     05 GC-PERIOD            PIC X(06).
010500     05 FILLER               PIC X(01).
010600     05 GC-RUN-DATE          PIC X(08).
010700     05 FILLER               PIC X(01).
010800     05 GC-LINE-COUNT        PIC 9(05).
010900     05 FILLER               PIC X(01).
011000     05 GC-DEBIT-TOTAL       PIC 9(11)V99.
011100     05 FILLER               PIC X(01).
011200     05 GC-CREDIT-TOTAL      PIC 9(11)V99.
011300
011400 FD  FEE-AUDIT-FILE.
011500 01  FEE-AUDIT-RECORD.
011600     05 FA-DATE              PIC X(08).
011700     05 FILLER               PIC X(01).
011800     05 FA-MEMBER-ID         PIC X(20).
011900     05 FILLER               PIC X(01).
012000     05 FA-OLD-BALANCE       PIC +9999.99.
012100     05 FILLER               PIC X(01).
012200     05 FA-NEW-BALANCE       PIC +9999.99.
012300     05 FILLER               PIC X(01).
012400     05 FA-CHARGE-TYPE       PIC X(01).
012500         88 FA-TYPE-DUES     VALUE 'D'.
012600         88 FA-TYPE-JOIN     VALUE 'J'.
012633         88 FA-TYPE-LOCKER   VALUE 'L'.
012666         88 FA-TYPE-PT       VALUE 'T'.
012700
012800 FD  PAY-HIST-FILE.
012900 01  PAY-HIST-RECORD.
013000     05 PH-MEMBER-ID         PIC X(20).
013100     05 FILLER               PIC X(01).
013200     05 PH-AMOUNT            PIC 9(04)V99.
013300     05 FILLER               PIC X(01).
013400     05 PH-DATE              PIC X(08).
013500     05 FILLER               PIC X(01).
013600     05 PH-TIME              PIC X(06).
013700     05 FILLER               PIC X(01).
013800     05 PH-CLERK             PIC X(08).
013900     05 FILLER               PIC X(01).
014000     05 PH-TYPE              PIC X(01).
014100         88 PH-TYPE-PAYMENT  VALUE 'P' ' '.
014200         88 PH-TYPE-REVERSAL VALUE 'V'.
014300         88 PH-TYPE-REFUND   VALUE 'R'.
014400         88 PH-TYPE-RETURNED VALUE 'B'.
014500     05 FILLER               PIC X(01).
014600     05 PH-REF-DATE          PIC X(08).
014700     05 FILLER               PIC X(01).
014800     05 PH-REF-TIME          PIC X(06).
014900     05 FILLER               PIC X(01).
015000     05 PH-FEE               PIC 9(04)V99.
015100
015200 FD  GUEST-FILE.
015300 01  GUEST-RECORD.
015400     05 GU-PASS-ID           PIC X(20).
015500     05 FILLER               PIC X(01).
015600     05 GU-NAME              PIC X(20).
015700     05 FILLER               PIC X(01).
015800     05 GU-SPONSOR-ID        PIC X(20).
015900     05 FILLER               PIC X(01).
016000     05 GU-FEE               PIC 9(04)V99.
016100     05 FILLER               PIC X(01).
016200     05 GU-DATE              PIC X(08).
016300     05 FILLER               PIC X(01).
016400     05 GU-TIME              PIC X(06).
016500     05 FILLER               PIC X(01).
016600     05 GU-CLERK             PIC X(08).
016700
016800*    JOURNAL RECORD - 80 BYTES.  TYPE H HEADER, D DETAIL,
016900*    T TRAILER; EVERY RECORD CARRIES THE PERIOD.  AMOUNTS ARE
017000*    UNSIGNED - GJD-DR-CR SAYS WHICH SIDE.
017100 FD  GL-JOURNAL-FILE.
017200 01  GL-JOURNAL-RECORD.
017300     05 GJ-REC-TYPE          PIC X(01).
017400     05 FILLER               PIC X(01).
017500     05 GJ-PERIOD            PIC X(06).
017600     05 FILLER               PIC X(01).
017700     05 GJ-BODY              PIC X(71).
017800     05 GJ-HEADER REDEFINES GJ-BODY.
017900         10 GJH-RUN-DATE     PIC X(08).
018000         10 FILLER           PIC X(01).
018100         10 GJH-SOURCE       PIC X(14).
018200         10 FILLER           PIC X(48).
018300     05 GJ-DETAIL REDEFINES GJ-BODY.
018400         10 GJD-ACCOUNT      PIC X(10).
018500         10 FILLER           PIC X(01).
018600         10 GJD-DR-CR        PIC X(01).
018700         10 FILLER           PIC X(01).
018800         10 GJD-AMOUNT       PIC 9(09)V99.
018900         10 FILLER           PIC X(01).
019000         10 GJD-ACTIVITY     PIC X(04).
019100         10 FILLER           PIC X(01).
019200         10 GJD-DESC         PIC X(30).
019300         10 FILLER           PIC X(11).
019400     05 GJ-TRAILER REDEFINES GJ-BODY.
019500         10 GJT-LINE-COUNT   PIC 9(05).
019600         10 FILLER           PIC X(01).
019700         10 GJT-DEBIT-TOTAL  PIC 9(11)V99.
019800         10 FILLER           PIC X(01).
019900         10 GJT-CREDIT-TOTAL PIC 9(11)V99.
020000         10 FILLER           PIC X(01).
020100         10 GJT-RECORD-COUNT PIC 9(05).
020200         10 FILLER           PIC X(32).
020300
020400 FD  GL-PROOF-FILE.
020500 01  GL-PROOF-LINE           PIC X(80).
020600
020700 WORKING-STORAGE SECTION.
020800 01  WS-SWITCHES.
020900     05 WS-MAP-STATUS        PIC X(02).
021000         88 WS-MAP-OK        VALUE '00'.
021100         88 WS-MAP-EOF       VALUE '10'.
021200         88 WS-MAP-NOT-FOUND VALUE '35'.
021300     05 WS-CTL-STATUS        PIC X(02).
021400         88 WS-CTL-OK        VALUE '00'.
021500         88 WS-CTL-EOF       VALUE '10'.
021600         88 WS-CTL-NOT-FOUND VALUE '35'.
021700     05 WS-FEE-STATUS        PIC X(02).
021800         88 WS-FEE-OK        VALUE '00'.
021900         88 WS-FEE-EOF       VALUE '10'.
022000         88 WS-FEE-NOT-FOUND VALUE '35'.
022100     05 WS-HIST-STATUS       PIC X(02).
022200         88 WS-HIST-OK       VALUE '00'.
022300         88 WS-HIST-EOF      VALUE '10'.
022400         88 WS-HIST-NOT-FOUND VALUE '35'.
022500     05 WS-GUEST-STATUS      PIC X(02).
022600         88 WS-GUEST-OK      VALUE '00'.
022700         88 WS-GUEST-EOF     VALUE '10'.
022800         88 WS-GUEST-NOT-FOUND VALUE '35'.
022900     05 WS-JRNL-STATUS       PIC X(02).
023000         88 WS-JRNL-OK       VALUE '00'.
023100     05 WS-PROOF-STATUS      PIC X(02).
023200         88 WS-PROOF-OK      VALUE '00'.
023300     05 WS-ACT-FOUND-SW      PIC X(01) VALUE 'N'.
023400         88 ACT-ROW-FOUND    VALUE 'Y'.
023500     05 WS-REFUSE-SW         PIC X(01) VALUE 'N'.
023600         88 JOURNAL-REFUSED  VALUE 'Y' 'E'.
023700         88 JOURNAL-EMPTY    VALUE 'E'.
023800
023900 01  WS-PARM                 PIC X(06).
024000 01  WS-PERIOD               PIC X(06).
024100 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
024200     05 WS-PP-YYYY           PIC 9(04).
024300     05 WS-PP-MM             PIC 9(02).
024400 01  WS-CURR-DATE            PIC X(08).
024500 01  WS-REFUSE-REASON        PIC X(50) VALUE SPACES.
024600
024700 01  WS-OLD-AMOUNT           PIC S9(04)V99.
024800 01  WS-NEW-AMOUNT           PIC S9(04)V99.
024900 01  WS-DELTA                PIC S9(05)V99.
025000 01  WS-WORK-CODE            PIC X(04).
025100 01  WS-WORK-AMOUNT          PIC S9(05)V99.
025200
025300*----------------------------------------------------------*
025400* THE ACTIVITIES.  CODES AND DEFAULT DESCRIPTIONS ARE FIXED *
025500* HERE; GLMAP SUPPLIES THE ACCOUNTS (AND MAY OVERRIDE THE   *
025600* DESCRIPTION ON THE JOURNAL LINES).                        *
025700*----------------------------------------------------------*
025800 01  WS-ACT-NAMES.
025900     05 FILLER               PIC X(28)
026000                             VALUE "DUESMONTHLY DUES BILLED".
026100     05 FILLER               PIC X(28)
026200                             VALUE "JOINJOINING FEES BILLED".
026300     05 FILLER               PIC X(28)
026400                             VALUE "FEESFEE CHARGES POSTED".
026500     05 FILLER               PIC X(28)
026600                             VALUE "FCRDFEE CREDITS POSTED".
026700     05 FILLER               PIC X(28)
026800                             VALUE "PAYMMEMBER PAYMENTS".
026900     05 FILLER               PIC X(28)
027000                             VALUE "PREVPAYMENT REVERSALS".
027100     05 FILLER               PIC X(28)
027200                             VALUE "REFDREFUNDS PAID".
027300     05 FILLER               PIC X(28)
027400                             VALUE "RETNRETURNED ITEMS".
027500     05 FILLER               PIC X(28)
027600                             VALUE "RFEERETURNED-ITEM FEES".
027700     05 FILLER               PIC X(28)
027800                             VALUE "GDAYGUEST DAY PASSES".
027820     05 FILLER               PIC X(28)
027840                             VALUE "LOCKLOCKER RENTALS BILLED".
027860     05 FILLER               PIC X(28)
027880                             VALUE "PTPKPT PACKAGES SOLD".
027900 01  WS-ACT-NAME-TABLE REDEFINES WS-ACT-NAMES.
028000     05 WS-ACT-NAME OCCURS 12 TIMES.
028100         10 WS-ACT-NAME-CODE PIC X(04).
028200         10 WS-ACT-NAME-DESC PIC X(24).
028300
028400 01  WS-ACT-TABLE.
028500     05 WS-ACT-ENTRY OCCURS 12 TIMES
028600                     INDEXED BY WS-ACT-NDX.
028700         10 WS-ACT-CODE      PIC X(04).
028800         10 WS-ACT-DESC      PIC X(30).
028900         10 WS-ACT-DEBIT     PIC X(10).
029000         10 WS-ACT-CREDIT    PIC X(10).
029100         10 WS-ACT-MAPPED-SW PIC X(01).
029200             88 ACT-MAPPED   VALUE 'Y'.
029300         10 WS-ACT-COUNT     PIC 9(07) COMP.
029400         10 WS-ACT-NET       PIC S9(09)V99.
029500 77  WS-ACT-USED             PIC 9(03) COMP VALUE 12.
029600 77  WS-ACT-I                PIC 9(03) COMP.
029700
029800*    THE JOURNAL LINES, BUILT AND PROVED BEFORE ANY ARE
029900*    WRITTEN.  TWO PER ACTIVITY AT MOST.
030000 01  WS-LINE-TABLE.
030100     05 WS-LINE-ENTRY OCCURS 24 TIMES
030200                      INDEXED BY WS-LINE-NDX.
030300         10 WS-LINE-ACCOUNT  PIC X(10).
030400         10 WS-LINE-DR-CR    PIC X(01).
030500         10 WS-LINE-AMOUNT   PIC 9(09)V99.
030600         10 WS-LINE-ACTIVITY PIC X(04).
030700         10 WS-LINE-DESC     PIC X(30).
030800 77  WS-LINE-USED            PIC 9(03) COMP VALUE 0.
030900 77  WS-LINE-I               PIC 9(03) COMP.
031000
031100 01  WS-ABS-NET              PIC 9(09)V99.
031200 01  WS-SOURCE-TOTAL         PIC S9(11)V99 VALUE 0.
031300 01  WS-DEBIT-TOTAL          PIC S9(11)V99 VALUE 0.
031400 01  WS-CREDIT-TOTAL         PIC S9(11)V99 VALUE 0.
031500 01  WS-DIFFERENCE           PIC S9(11)V99 VALUE 0.
031600 77  WS-FEE-LINES            PIC 9(07) COMP VALUE 0.
031700 77  WS-FEE-TAKEN            PIC 9(07) COMP VALUE 0.
031800 77  WS-PAY-LINES            PIC 9(07) COMP VALUE 0.
031900 77  WS-PAY-TAKEN            PIC 9(07) COMP VALUE 0.
032000 77  WS-GUEST-LINES          PIC 9(07) COMP VALUE 0.
032100 77  WS-GUEST-TAKEN          PIC 9(07) COMP VALUE 0.
032200 77  WS-BAD-LINES            PIC 9(05) COMP VALUE 0.
032300 77  WS-RECORD-COUNT         PIC 9(05) COMP VALUE 0.
032400 01  WS-COUNT-EDIT           PIC ZZZZZZ9.
032500 01  WS-AMOUNT-EDIT          PIC +ZZZZZZZZZ9.99.
032600
032700 01  WS-ACT-LINE.
032800     05 FILLER               PIC X(02) VALUE SPACES.
032900     05 AL-CODE              PIC X(04).
033000     05 FILLER               PIC X(01) VALUE SPACES.
033100     05 AL-DESC              PIC X(24).
033200     05 AL-COUNT             PIC ZZZZZZ9.
033300     05 FILLER               PIC X(01) VALUE SPACES.
033400     05 AL-NET               PIC +ZZZZZZZZ9.99.
033500     05 FILLER               PIC X(01) VALUE SPACES.
033600     05 AL-DEBIT             PIC X(10).
033700     05 FILLER               PIC X(01) VALUE SPACES.
033800     05 AL-CREDIT            PIC X(10).
033900
034000 01  WS-JRNL-LINE.
034100     05 FILLER               PIC X(02) VALUE SPACES.
034200     05 JL-ACCOUNT           PIC X(10).
034300     05 FILLER               PIC X(01) VALUE SPACES.
034400     05 JL-ACTIVITY          PIC X(04).
034500     05 FILLER               PIC X(01) VALUE SPACES.
034600     05 JL-DESC              PIC X(30).
034700     05 JL-DEBIT             PIC ZZZZZZZZ9.99.
034800     05 FILLER               PIC X(01) VALUE SPACES.
034900     05 JL-CREDIT            PIC ZZZZZZZZ9.99.
035000
035100 01  WS-SUMMARY-LINE.
035200     05 FILLER               PIC X(02) VALUE SPACES.
035300     05 SL-LABEL             PIC X(30).
035400     05 SL-COUNT             PIC ZZZZZZ9.
035500     05 FILLER               PIC X(02) VALUE SPACES.
035600     05 SL-AMOUNT            PIC +ZZZZZZZZZ9.99.
035700
035800 PROCEDURE DIVISION.
035900 0000-MAINLINE.
036000     PERFORM 1000-GET-PARM THRU 1000-EXIT.
036100     PERFORM 1100-OPEN-PROOF THRU 1100-EXIT.
036200     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
036300     IF JOURNAL-REFUSED
036400         GO TO 0000-WRAP
036500     END-IF.
036600     PERFORM 1500-LOAD-MAP THRU 1500-EXIT.
036700     IF JOURNAL-REFUSED
036800         GO TO 0000-WRAP
036900     END-IF.
037000     PERFORM 2000-READ-FEES THRU 2000-EXIT.
037100     PERFORM 3000-READ-PAYMENTS THRU 3000-EXIT.
037200     PERFORM 4000-READ-GUESTS THRU 4000-EXIT.
037300     IF JOURNAL-REFUSED
037400         GO TO 0000-WRAP
037500     END-IF.
037600     PERFORM 5000-BUILD-LINES THRU 5000-EXIT.
037700     PERFORM 6000-PROVE-JOURNAL THRU 6000-EXIT.
037800     IF NOT JOURNAL-REFUSED
037900         PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
038000     END-IF.
038100 0000-WRAP.
038200     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
038300     GOBACK.
038400
038500*----------------------------------------------------------*
038600* 1000-GET-PARM - THE PERIOD, WHICH MUST BE A CLOSED MONTH:  *
038700* EARLIER THAN THE MONTH OF THE BUSINESS DATE.               *
038800*----------------------------------------------------------*
038900 1000-GET-PARM.
039000     ACCEPT WS-PARM FROM COMMAND-LINE.
039100     IF WS-PARM = SPACES OR WS-PARM NOT NUMERIC
039200         DISPLAY "PARM MUST BE THE PERIOD AS YYYYMM"
039300         MOVE 8 TO RETURN-CODE
039400         GOBACK
039500     END-IF.
039600     MOVE WS-PARM TO WS-PERIOD.
039700     IF WS-PP-MM < 1 OR WS-PP-MM > 12
039800         DISPLAY "PARM MONTH MUST BE 01-12"
039900         MOVE 8 TO RETURN-CODE
040000         GOBACK
040100     END-IF.
040200     CALL "RUNDT" USING WS-CURR-DATE.
040300     IF WS-PERIOD NOT < WS-CURR-DATE (1:6)
040400         DISPLAY "PERIOD " WS-PERIOD " IS NOT CLOSED - BUSINESS"
040500             " DATE IS " WS-CURR-DATE
040600         MOVE 8 TO RETURN-CODE
040700         GOBACK
040800     END-IF.
040900     INITIALIZE WS-ACT-TABLE.
041000     PERFORM 1010-SET-ACTIVITY THRU 1010-EXIT
041100         VARYING WS-ACT-I FROM 1 BY 1
041200         UNTIL WS-ACT-I > WS-ACT-USED.
041300 1000-EXIT.
041400     EXIT.
041500
041600 1010-SET-ACTIVITY.
041700     SET WS-ACT-NDX TO WS-ACT-I.
041800     MOVE WS-ACT-NAME-CODE (WS-ACT-I) TO WS-ACT-CODE (WS-ACT-NDX).
041900     MOVE WS-ACT-NAME-DESC (WS-ACT-I) TO WS-ACT-DESC (WS-ACT-NDX).
042000     MOVE 'N' TO WS-ACT-MAPPED-SW (WS-ACT-NDX).
042100 1010-EXIT.
042200     EXIT.
042300
042400 1100-OPEN-PROOF.
042500     OPEN OUTPUT GL-PROOF-FILE.
042600     IF NOT WS-PROOF-OK
042700         DISPLAY "GLPROOF OPEN FAILED, STATUS = "
042800             WS-PROOF-STATUS
042900         MOVE 8 TO RETURN-CODE
043000         GOBACK
043100     END-IF.
043200     MOVE SPACES TO GL-PROOF-LINE.
043300     STRING "GENERAL LEDGER JOURNAL PROOF - PERIOD "
043400             DELIMITED BY SIZE
043500         WS-PERIOD DELIMITED BY SIZE
043600         "   RUN " DELIMITED BY SIZE
043700         WS-CURR-DATE DELIMITED BY SIZE
043800         INTO GL-PROOF-LINE.
043900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
044000     MOVE SPACES TO GL-PROOF-LINE.
044100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
044200 1100-EXIT.
044300     EXIT.
044400
044500*----------------------------------------------------------*
044600* 1200-CHECK-PERIOD - A PERIOD ALREADY ON GLCTL HAS BEEN     *
044700* JOURNALLED AND IS NOT PICKED UP AGAIN.  NO GLCTL YET      *
044800* MEANS NO PERIOD HAS BEEN.                                 *
044900*----------------------------------------------------------*
045000 1200-CHECK-PERIOD.
045100     OPEN INPUT GL-CONTROL-FILE.
045200     IF WS-CTL-NOT-FOUND
045300         GO TO 1200-EXIT
045400     END-IF.
045500     IF NOT WS-CTL-OK
045600         DISPLAY "GLCTL OPEN FAILED, STATUS = " WS-CTL-STATUS
045700         MOVE "GLCTL CANNOT BE READ" TO WS-REFUSE-REASON
045800         MOVE 'Y' TO WS-REFUSE-SW
045900         GO TO 1200-EXIT
046000     END-IF.
046100     PERFORM 1210-READ-CONTROL THRU 1210-EXIT.
046200     PERFORM 1220-CHECK-CONTROL THRU 1220-EXIT
046300         UNTIL WS-CTL-EOF OR JOURNAL-REFUSED.
046400     CLOSE GL-CONTROL-FILE.
046500 1200-EXIT.
046600     EXIT.
046700
046800 1210-READ-CONTROL.
046900     READ GL-CONTROL-FILE.
047000 1210-EXIT.
047100     EXIT.
047200
047300 1220-CHECK-CONTROL.
047400     IF GC-PERIOD = WS-PERIOD
047500         MOVE SPACES TO WS-REFUSE-REASON
047600         STRING "PERIOD ALREADY JOURNALLED ON " DELIMITED BY SIZE
047700             GC-RUN-DATE DELIMITED BY SIZE
047800             INTO WS-REFUSE-REASON
047900         MOVE 'Y' TO WS-REFUSE-SW
048000         GO TO 1220-EXIT
048100     END-IF.
048200     PERFORM 1210-READ-CONTROL THRU 1210-EXIT.
048300 1220-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------*
048700* 1500-LOAD-MAP - THE GLMAP ROWS ONTO THE ACTIVITY TABLE.   *
048800* WITHOUT GLMAP NOTHING CAN BE POSTED.  A ROW FOR A CODE    *
048900* THAT IS NOT AN ACTIVITY, OR WITH AN ACCOUNT MISSING, IS   *
049000* IGNORED (RC 4) - THE ACTIVITY THEN STAYS UNMAPPED.        *
049100*----------------------------------------------------------*
049200 1500-LOAD-MAP.
049300     OPEN INPUT GL-MAP-FILE.
049400     IF NOT WS-MAP-OK
049500         DISPLAY "GLMAP OPEN FAILED, STATUS = " WS-MAP-STATUS
049600         MOVE "NO GL ACCOUNT MAPPING (GLMAP)" TO WS-REFUSE-REASON
049700         MOVE 'Y' TO WS-REFUSE-SW
049800         GO TO 1500-EXIT
049900     END-IF.
050000     PERFORM 1510-READ-MAP THRU 1510-EXIT.
050100     PERFORM 1520-STORE-MAP THRU 1520-EXIT
050200         UNTIL WS-MAP-EOF.
050300     CLOSE GL-MAP-FILE.
050400 1500-EXIT.
050500     EXIT.
050600
050700 1510-READ-MAP.
050800     READ GL-MAP-FILE.
050900 1510-EXIT.
051000     EXIT.
051100
051200 1520-STORE-MAP.
051300     IF GM-ACTIVITY = SPACES
051400         GO TO 1520-NEXT
051500     END-IF.
051600     MOVE GM-ACTIVITY TO WS-WORK-CODE.
051700     PERFORM 1600-FIND-ACTIVITY THRU 1600-EXIT.
051800     IF NOT ACT-ROW-FOUND
051900         DISPLAY "GLMAP ACTIVITY NOT KNOWN, IGNORED - "
052000             GM-ACTIVITY
052100         IF RETURN-CODE < 4
052200             MOVE 4 TO RETURN-CODE
052300         END-IF
052400         GO TO 1520-NEXT
052500     END-IF.
052600     IF GM-DEBIT-ACCT = SPACES OR GM-CREDIT-ACCT = SPACES
052700         DISPLAY "GLMAP ROW WITHOUT BOTH ACCOUNTS, IGNORED - "
052800             GM-ACTIVITY
052900         IF RETURN-CODE < 4
053000             MOVE 4 TO RETURN-CODE
053100         END-IF
053200         GO TO 1520-NEXT
053300     END-IF.
053400     MOVE GM-DEBIT-ACCT  TO WS-ACT-DEBIT (WS-ACT-NDX).
053500     MOVE GM-CREDIT-ACCT TO WS-ACT-CREDIT (WS-ACT-NDX).
053600     IF GM-DESC NOT = SPACES
053700         MOVE GM-DESC TO WS-ACT-DESC (WS-ACT-NDX)
053800     END-IF.
053900     MOVE 'Y' TO WS-ACT-MAPPED-SW (WS-ACT-NDX).
054000 1520-NEXT.
054100     PERFORM 1510-READ-MAP THRU 1510-EXIT.
054200 1520-EXIT.
054300     EXIT.
054400
054500 1600-FIND-ACTIVITY.
054600     MOVE 'N' TO WS-ACT-FOUND-SW.
054700     PERFORM 1610-CHECK-ACTIVITY THRU 1610-EXIT
054800         VARYING WS-ACT-I FROM 1 BY 1
054900         UNTIL ACT-ROW-FOUND OR WS-ACT-I > WS-ACT-USED.
055000 1600-EXIT.
055100     EXIT.
055200
055300 1610-CHECK-ACTIVITY.
055400     IF WS-ACT-CODE (WS-ACT-I) = WS-WORK-CODE
055500         SET WS-ACT-NDX TO WS-ACT-I
055600         MOVE 'Y' TO WS-ACT-FOUND-SW
055700     END-IF.
055800 1610-EXIT.
055900     EXIT.
056000
056100*----------------------------------------------------------*
056200* 1700-ADD-ACTIVITY - WS-WORK-AMOUNT INTO THE NET FOR THE    *
056300* ACTIVITY IN WS-WORK-CODE.                                 *
056400*----------------------------------------------------------*
056500 1700-ADD-ACTIVITY.
056600     PERFORM 1600-FIND-ACTIVITY THRU 1600-EXIT.
056700     ADD 1 TO WS-ACT-COUNT (WS-ACT-NDX).
056800     ADD WS-WORK-AMOUNT TO WS-ACT-NET (WS-ACT-NDX).
056900 1700-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------*
057300* 2000-READ-FEES - FEEAUDIT LINES DATED IN THE PERIOD.  THE  *
057400* MOVE IN THE BALANCE IS THE AMOUNT: DUES AND JOINING FEES  *
057500* NET BY CHARGE TYPE; A FEEPOST LINE IS A FEE CHARGE IF IT  *
057600* RAISED THE BALANCE AND A FEE CREDIT IF IT LOWERED IT.     *
057700*----------------------------------------------------------*
057800 2000-READ-FEES.
057900     OPEN INPUT FEE-AUDIT-FILE.
058000     IF WS-FEE-NOT-FOUND
058100         DISPLAY "NO FEEAUDIT ON FILE - NO FEES JOURNALLED"
058200         GO TO 2000-EXIT
058300     END-IF.
058400     IF NOT WS-FEE-OK
058500         DISPLAY "FEEAUDIT OPEN FAILED, STATUS = " WS-FEE-STATUS
058600         MOVE "FEEAUDIT CANNOT BE READ" TO WS-REFUSE-REASON
058700         MOVE 'Y' TO WS-REFUSE-SW
058800         GO TO 2000-EXIT
058900     END-IF.
059000     PERFORM 2100-READ-FEE THRU 2100-EXIT.
059100     PERFORM 2200-TAKE-FEE THRU 2200-EXIT
059200         UNTIL WS-FEE-EOF.
059300     CLOSE FEE-AUDIT-FILE.
059400 2000-EXIT.
059500     EXIT.
059600
059700 2100-READ-FEE.
059800     READ FEE-AUDIT-FILE.
059900 2100-EXIT.
060000     EXIT.
060100
060200 2200-TAKE-FEE.
060300     ADD 1 TO WS-FEE-LINES.
060400     IF FA-DATE (1:6) NOT = WS-PERIOD
060500         GO TO 2200-NEXT
060600     END-IF.
060700     IF FA-OLD-BALANCE (2:7) = SPACES
060800         OR FA-NEW-BALANCE (2:7) = SPACES
060900         DISPLAY "FEEAUDIT BALANCE MISSING, LEFT OUT: "
061000             FA-MEMBER-ID " " FA-DATE
061100         ADD 1 TO WS-BAD-LINES
061200         GO TO 2200-NEXT
061300     END-IF.
061400     ADD 1 TO WS-FEE-TAKEN.
061500     MOVE FA-OLD-BALANCE TO WS-OLD-AMOUNT.
061600     MOVE FA-NEW-BALANCE TO WS-NEW-AMOUNT.
061700     COMPUTE WS-DELTA = WS-NEW-AMOUNT - WS-OLD-AMOUNT.
061800     EVALUATE TRUE
061900         WHEN FA-TYPE-DUES
062000             MOVE "DUES" TO WS-WORK-CODE
062100             MOVE WS-DELTA TO WS-WORK-AMOUNT
062200         WHEN FA-TYPE-JOIN
062300             MOVE "JOIN" TO WS-WORK-CODE
062400             MOVE WS-DELTA TO WS-WORK-AMOUNT
062414         WHEN FA-TYPE-LOCKER
062428             MOVE "LOCK" TO WS-WORK-CODE
062442             MOVE WS-DELTA TO WS-WORK-AMOUNT
062457         WHEN FA-TYPE-PT
062471             MOVE "PTPK" TO WS-WORK-CODE
062485             MOVE WS-DELTA TO WS-WORK-AMOUNT
062500         WHEN WS-DELTA < 0
062600             MOVE "FCRD" TO WS-WORK-CODE
062700             COMPUTE WS-WORK-AMOUNT = 0 - WS-DELTA
062800         WHEN OTHER
062900             MOVE "FEES" TO WS-WORK-CODE
063000             MOVE WS-DELTA TO WS-WORK-AMOUNT
063100     END-EVALUATE.
063200     PERFORM 1700-ADD-ACTIVITY THRU 1700-EXIT.
063300 2200-NEXT.
063400     PERFORM 2100-READ-FEE THRU 2100-EXIT.
063500 2200-EXIT.
063600     EXIT.
063700
063800*----------------------------------------------------------*
063900* 3000-READ-PAYMENTS - PAYHIST LINES DATED IN THE PERIOD, BY *
064000* TYPE.  A RETURNED ITEM'S FEE IS AN ACTIVITY OF ITS OWN.   *
064100* HOUSEHOLD PAYMENTS ARE ON PAYHIST AS ORDINARY PAYMENTS.   *
064200*----------------------------------------------------------*
064300 3000-READ-PAYMENTS.
064400     OPEN INPUT PAY-HIST-FILE.
064500     IF WS-HIST-NOT-FOUND
064600         DISPLAY "NO PAYHIST ON FILE - NO PAYMENTS JOURNALLED"
064700         GO TO 3000-EXIT
064800     END-IF.
064900     IF NOT WS-HIST-OK
065000         DISPLAY "PAYHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
065100         MOVE "PAYHIST CANNOT BE READ" TO WS-REFUSE-REASON
065200         MOVE 'Y' TO WS-REFUSE-SW
065300         GO TO 3000-EXIT
065400     END-IF.
065500     PERFORM 3100-READ-PAY THRU 3100-EXIT.
065600     PERFORM 3200-TAKE-PAY THRU 3200-EXIT
065700         UNTIL WS-HIST-EOF.
065800     CLOSE PAY-HIST-FILE.
065900 3000-EXIT.
066000     EXIT.
066100
066200 3100-READ-PAY.
066300     READ PAY-HIST-FILE.
066400 3100-EXIT.
066500     EXIT.
066600
066700 3200-TAKE-PAY.
066800     ADD 1 TO WS-PAY-LINES.
066900     IF PH-DATE (1:6) NOT = WS-PERIOD
067000         GO TO 3200-NEXT
067100     END-IF.
067200     IF PH-AMOUNT NOT NUMERIC
067300         DISPLAY "PAYHIST AMOUNT NOT NUMERIC, LEFT OUT: "
067400             PH-MEMBER-ID " " PH-DATE
067500         ADD 1 TO WS-BAD-LINES
067600         GO TO 3200-NEXT
067700     END-IF.
067800     ADD 1 TO WS-PAY-TAKEN.
067900     MOVE PH-AMOUNT TO WS-WORK-AMOUNT.
068000     EVALUATE TRUE
068100         WHEN PH-TYPE-PAYMENT
068200             MOVE "PAYM" TO WS-WORK-CODE
068300         WHEN PH-TYPE-REVERSAL
068400             MOVE "PREV" TO WS-WORK-CODE
068500         WHEN PH-TYPE-REFUND
068600             MOVE "REFD" TO WS-WORK-CODE
068700         WHEN PH-TYPE-RETURNED
068800             MOVE "RETN" TO WS-WORK-CODE
068900         WHEN OTHER
069000             DISPLAY "PAYHIST TYPE NOT KNOWN, LEFT OUT: "
069100                 PH-MEMBER-ID " " PH-DATE " " PH-TYPE
069200             ADD 1 TO WS-BAD-LINES
069300             SUBTRACT 1 FROM WS-PAY-TAKEN
069400             GO TO 3200-NEXT
069500     END-EVALUATE.
069600     PERFORM 1700-ADD-ACTIVITY THRU 1700-EXIT.
069700     IF PH-TYPE-RETURNED AND PH-FEE NUMERIC AND PH-FEE > 0
069800         MOVE "RFEE" TO WS-WORK-CODE
069900         MOVE PH-FEE TO WS-WORK-AMOUNT
070000         PERFORM 1700-ADD-ACTIVITY THRU 1700-EXIT
070100     END-IF.
070200 3200-NEXT.
070300     PERFORM 3100-READ-PAY THRU 3100-EXIT.
070400 3200-EXIT.
070500     EXIT.
070600
070700*----------------------------------------------------------*
070800* 4000-READ-GUESTS - DAY-PASS FEES TAKEN IN THE PERIOD.  A   *
070900* FREE PASS HAS NOTHING TO POST.                            *
071000*----------------------------------------------------------*
071100 4000-READ-GUESTS.
071200     OPEN INPUT GUEST-FILE.
071300     IF WS-GUEST-NOT-FOUND
071400         DISPLAY "NO GUESTS ON FILE - NO DAY PASSES JOURNALLED"
071500         GO TO 4000-EXIT
071600     END-IF.
071700     IF NOT WS-GUEST-OK
071800         DISPLAY "GUESTS OPEN FAILED, STATUS = " WS-GUEST-STATUS
071900         MOVE "GUESTS CANNOT BE READ" TO WS-REFUSE-REASON
072000         MOVE 'Y' TO WS-REFUSE-SW
072100         GO TO 4000-EXIT
072200     END-IF.
072300     PERFORM 4100-READ-GUEST THRU 4100-EXIT.
072400     PERFORM 4200-TAKE-GUEST THRU 4200-EXIT
072500         UNTIL WS-GUEST-EOF.
072600     CLOSE GUEST-FILE.
072700 4000-EXIT.
072800     EXIT.
072900
073000 4100-READ-GUEST.
073100     READ GUEST-FILE.
073200 4100-EXIT.
073300     EXIT.
073400
073500 4200-TAKE-GUEST.
073600     ADD 1 TO WS-GUEST-LINES.
073700     IF GU-DATE (1:6) NOT = WS-PERIOD
073800         GO TO 4200-NEXT
073900     END-IF.
074000     IF GU-FEE NOT NUMERIC
074100         DISPLAY "GUESTS FEE NOT NUMERIC, LEFT OUT: "
074200             GU-PASS-ID " " GU-DATE
074300         ADD 1 TO WS-BAD-LINES
074400         GO TO 4200-NEXT
074500     END-IF.
074600     IF GU-FEE = 0
074700         GO TO 4200-NEXT
074800     END-IF.
074900     ADD 1 TO WS-GUEST-TAKEN.
075000     MOVE "GDAY" TO WS-WORK-CODE.
075100     MOVE GU-FEE TO WS-WORK-AMOUNT.
075200     PERFORM 1700-ADD-ACTIVITY THRU 1700-EXIT.
075300 4200-NEXT.
075400     PERFORM 4100-READ-GUEST THRU 4100-EXIT.
075500 4200-EXIT.
075600     EXIT.
075700
075800*----------------------------------------------------------*
075900* 5000-BUILD-LINES - ONE DEBIT AND ONE CREDIT LINE FOR EACH  *
076000* ACTIVITY WITH A NET, PRINTED ON THE PROOF AS THEY ARE     *
076100* BUILT.  A NEGATIVE NET POSTS THE MAPPED ACCOUNTS THE      *
076200* OTHER WAY ROUND.  AN UNMAPPED ACTIVITY WITH MONEY ON IT   *
076300* STOPS THE JOURNAL.                                        *
076400*----------------------------------------------------------*
076500 5000-BUILD-LINES.
076600     MOVE "ACTIVITY FOR THE PERIOD" TO GL-PROOF-LINE.
076700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
076800     MOVE SPACES TO GL-PROOF-LINE.
076900     STRING "  CODE DESCRIPTION               LINES"
077000             DELIMITED BY SIZE
077100         "           NET DEBIT      CREDIT" DELIMITED BY SIZE
077200         INTO GL-PROOF-LINE.
077300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
077400     PERFORM 5100-BUILD-ACTIVITY THRU 5100-EXIT
077500         VARYING WS-ACT-I FROM 1 BY 1
077600         UNTIL WS-ACT-I > WS-ACT-USED.
077700 5000-EXIT.
077800     EXIT.
077900
078000 5100-BUILD-ACTIVITY.
078100     SET WS-ACT-NDX TO WS-ACT-I.
078200     MOVE SPACES TO WS-ACT-LINE.
078300     MOVE WS-ACT-CODE (WS-ACT-NDX)  TO AL-CODE.
078400     MOVE WS-ACT-DESC (WS-ACT-NDX)  TO AL-DESC.
078500     MOVE WS-ACT-COUNT (WS-ACT-NDX) TO AL-COUNT.
078600     MOVE WS-ACT-NET (WS-ACT-NDX)   TO AL-NET.
078700     IF ACT-MAPPED (WS-ACT-NDX)
078800         MOVE WS-ACT-DEBIT (WS-ACT-NDX)  TO AL-DEBIT
078900         MOVE WS-ACT-CREDIT (WS-ACT-NDX) TO AL-CREDIT
079000     ELSE
079100         MOVE "*UNMAPPED*" TO AL-DEBIT
079200     END-IF.
079300     MOVE WS-ACT-LINE TO GL-PROOF-LINE.
079400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
079500     IF WS-ACT-NET (WS-ACT-NDX) = 0
079600         GO TO 5100-EXIT
079700     END-IF.
079800     IF NOT ACT-MAPPED (WS-ACT-NDX)
079900         MOVE SPACES TO WS-REFUSE-REASON
080000         STRING "ACTIVITY " DELIMITED BY SIZE
080100             WS-ACT-CODE (WS-ACT-NDX) DELIMITED BY SIZE
080200             " HAS NO GLMAP ACCOUNTS" DELIMITED BY SIZE
080300             INTO WS-REFUSE-REASON
080400         MOVE 'Y' TO WS-REFUSE-SW
080500         GO TO 5100-EXIT
080600     END-IF.
080700     IF WS-ACT-NET (WS-ACT-NDX) < 0
080800         COMPUTE WS-ABS-NET = 0 - WS-ACT-NET (WS-ACT-NDX)
080900     ELSE
081000         MOVE WS-ACT-NET (WS-ACT-NDX) TO WS-ABS-NET
081100     END-IF.
081200     ADD WS-ABS-NET TO WS-SOURCE-TOTAL.
081300     ADD 1 TO WS-LINE-USED.
081400     SET WS-LINE-NDX TO WS-LINE-USED.
081500     MOVE 'D' TO WS-LINE-DR-CR (WS-LINE-NDX).
081600     IF WS-ACT-NET (WS-ACT-NDX) < 0
081700         MOVE WS-ACT-CREDIT (WS-ACT-NDX)
081800             TO WS-LINE-ACCOUNT (WS-LINE-NDX)
081900     ELSE
082000         MOVE WS-ACT-DEBIT (WS-ACT-NDX)
082100             TO WS-LINE-ACCOUNT (WS-LINE-NDX)
082200     END-IF.
082300     PERFORM 5200-FILL-LINE THRU 5200-EXIT.
082400     ADD WS-ABS-NET TO WS-DEBIT-TOTAL.
082500     ADD 1 TO WS-LINE-USED.
082600     SET WS-LINE-NDX TO WS-LINE-USED.
082700     MOVE 'C' TO WS-LINE-DR-CR (WS-LINE-NDX).
082800     IF WS-ACT-NET (WS-ACT-NDX) < 0
082900         MOVE WS-ACT-DEBIT (WS-ACT-NDX)
083000             TO WS-LINE-ACCOUNT (WS-LINE-NDX)
083100     ELSE
083200         MOVE WS-ACT-CREDIT (WS-ACT-NDX)
083300             TO WS-LINE-ACCOUNT (WS-LINE-NDX)
083400     END-IF.
083500     PERFORM 5200-FILL-LINE THRU 5200-EXIT.
083600     ADD WS-ABS-NET TO WS-CREDIT-TOTAL.
083700 5100-EXIT.
083800     EXIT.
083900
084000 5200-FILL-LINE.
084100     MOVE WS-ABS-NET TO WS-LINE-AMOUNT (WS-LINE-NDX).
084200     MOVE WS-ACT-CODE (WS-ACT-NDX)
084300         TO WS-LINE-ACTIVITY (WS-LINE-NDX).
084400     MOVE WS-ACT-DESC (WS-ACT-NDX) TO WS-LINE-DESC (WS-LINE-NDX).
084500 5200-EXIT.
084600     EXIT.
084700
084800*----------------------------------------------------------*
084900* 6000-PROVE-JOURNAL - THE LINES AS THEY WILL BE WRITTEN,    *
085000* THEN THE PROOF: DEBITS MUST EQUAL CREDITS AND BOTH MUST    *
085100* EQUAL THE SOURCE ACTIVITY TOTAL, OR NOTHING IS WRITTEN.   *
085200*----------------------------------------------------------*
085300 6000-PROVE-JOURNAL.
085400     IF JOURNAL-REFUSED
085500         GO TO 6000-EXIT
085600     END-IF.
085700     MOVE SPACES TO GL-PROOF-LINE.
085800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
085900     MOVE "JOURNAL LINES" TO GL-PROOF-LINE.
086000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
086100     MOVE SPACES TO GL-PROOF-LINE.
086200     STRING "  ACCOUNT    CODE DESCRIPTION                   "
086300             DELIMITED BY SIZE
086400         "         DEBIT       CREDIT" DELIMITED BY SIZE
086500         INTO GL-PROOF-LINE.
086600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
086700     PERFORM 6100-PRINT-LINE THRU 6100-EXIT
086800         VARYING WS-LINE-I FROM 1 BY 1
086900         UNTIL WS-LINE-I > WS-LINE-USED.
087000     IF WS-LINE-USED = 0
087100         MOVE "NOTHING TO JOURNAL FOR THE PERIOD"
087200             TO WS-REFUSE-REASON
087300         MOVE 'E' TO WS-REFUSE-SW
087400         IF RETURN-CODE < 4
087500             MOVE 4 TO RETURN-CODE
087600         END-IF
087700         GO TO 6000-EXIT
087800     END-IF.
087900     COMPUTE WS-DIFFERENCE = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
088000     IF WS-DIFFERENCE NOT = 0
088100         MOVE "DEBITS DO NOT EQUAL CREDITS" TO WS-REFUSE-REASON
088200         MOVE 'Y' TO WS-REFUSE-SW
088300         GO TO 6000-EXIT
088400     END-IF.
088500     IF WS-DEBIT-TOTAL NOT = WS-SOURCE-TOTAL
088600         MOVE "JOURNAL DOES NOT AGREE TO SOURCE ACTIVITY"
088700             TO WS-REFUSE-REASON
088800         MOVE 'Y' TO WS-REFUSE-SW
088900     END-IF.
089000 6000-EXIT.
089100     EXIT.
089200
089300 6100-PRINT-LINE.
089400     SET WS-LINE-NDX TO WS-LINE-I.
089500     MOVE SPACES TO WS-JRNL-LINE.
089600     MOVE WS-LINE-ACCOUNT (WS-LINE-NDX)  TO JL-ACCOUNT.
089700     MOVE WS-LINE-ACTIVITY (WS-LINE-NDX) TO JL-ACTIVITY.
089800     MOVE WS-LINE-DESC (WS-LINE-NDX)     TO JL-DESC.
089900     IF WS-LINE-DR-CR (WS-LINE-NDX) = 'D'
090000         MOVE WS-LINE-AMOUNT (WS-LINE-NDX) TO JL-DEBIT
090100     ELSE
090200         MOVE WS-LINE-AMOUNT (WS-LINE-NDX) TO JL-CREDIT
090300     END-IF.
090400     MOVE WS-JRNL-LINE TO GL-PROOF-LINE.
090500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
090600 6100-EXIT.
090700     EXIT.
090800
090900*----------------------------------------------------------*
091000* 7000-WRITE-JOURNAL - HEADER, THE PROVED LINES, TRAILER     *
091100* WITH THE CONTROL TOTALS, THEN THE PERIOD ONTO GLCTL SO IT  *
091200* IS NOT JOURNALLED AGAIN.                                  *
091300*----------------------------------------------------------*
091400 7000-WRITE-JOURNAL.
091500     OPEN OUTPUT GL-JOURNAL-FILE.
091600     IF NOT WS-JRNL-OK
091700         DISPLAY "GLJOUT OPEN FAILED, STATUS = " WS-JRNL-STATUS
091800         MOVE "JOURNAL FILE CANNOT BE OPENED" TO WS-REFUSE-REASON
091900         MOVE 'Y' TO WS-REFUSE-SW
092000         GO TO 7000-EXIT
092100     END-IF.
092200     MOVE SPACES TO GL-JOURNAL-RECORD.
092300     MOVE 'H' TO GJ-REC-TYPE.
092400     MOVE WS-PERIOD TO GJ-PERIOD.
092500     MOVE WS-CURR-DATE TO GJH-RUN-DATE.
092600     MOVE "WELLNESS-KIOSK" TO GJH-SOURCE.
092700     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
092800     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
092900         VARYING WS-LINE-I FROM 1 BY 1
093000         UNTIL WS-LINE-I > WS-LINE-USED.
093100     MOVE SPACES TO GL-JOURNAL-RECORD.
093200     MOVE 'T' TO GJ-REC-TYPE.
093300     MOVE WS-PERIOD TO GJ-PERIOD.
093400     MOVE WS-LINE-USED TO GJT-LINE-COUNT.
093500     MOVE WS-DEBIT-TOTAL TO GJT-DEBIT-TOTAL.
093600     MOVE WS-CREDIT-TOTAL TO GJT-CREDIT-TOTAL.
093700     COMPUTE GJT-RECORD-COUNT = WS-RECORD-COUNT + 1.
093800     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
093900     CLOSE GL-JOURNAL-FILE.
094000     IF JOURNAL-REFUSED
094100         GO TO 7000-EXIT
094200     END-IF.
094300     OPEN EXTEND GL-CONTROL-FILE.
094400     IF WS-CTL-NOT-FOUND
094500         OPEN OUTPUT GL-CONTROL-FILE
094600     END-IF.
094700     IF NOT WS-CTL-OK
094800         DISPLAY "GLCTL OPEN FAILED, STATUS = " WS-CTL-STATUS
094900         DISPLAY "*** PERIOD " WS-PERIOD " NOT RECORDED ON GLCTL"
095000             " - ADD IT BEFORE ANY RERUN ***"
095100         MOVE 8 TO RETURN-CODE
095200         GO TO 7000-EXIT
095300     END-IF.
095400     MOVE SPACES TO GL-CONTROL-RECORD.
095500     MOVE WS-PERIOD TO GC-PERIOD.
095600     MOVE WS-CURR-DATE TO GC-RUN-DATE.
095700     MOVE WS-LINE-USED TO GC-LINE-COUNT.
095800     MOVE WS-DEBIT-TOTAL TO GC-DEBIT-TOTAL.
095900     MOVE WS-CREDIT-TOTAL TO GC-CREDIT-TOTAL.
096000     WRITE GL-CONTROL-RECORD.
096100     IF NOT WS-CTL-OK
096200         DISPLAY "GLCTL WRITE FAILED, STATUS = " WS-CTL-STATUS
096300         DISPLAY "*** PERIOD " WS-PERIOD " NOT RECORDED ON GLCTL"
096400             " - ADD IT BEFORE ANY RERUN ***"
096500         MOVE 8 TO RETURN-CODE
096600     END-IF.
096700     CLOSE GL-CONTROL-FILE.
096800 7000-EXIT.
096900     EXIT.
097000
097100 7100-WRITE-DETAIL.
097200     SET WS-LINE-NDX TO WS-LINE-I.
097300     MOVE SPACES TO GL-JOURNAL-RECORD.
097400     MOVE 'D' TO GJ-REC-TYPE.
097500     MOVE WS-PERIOD TO GJ-PERIOD.
097600     MOVE WS-LINE-ACCOUNT (WS-LINE-NDX)  TO GJD-ACCOUNT.
097700     MOVE WS-LINE-DR-CR (WS-LINE-NDX)    TO GJD-DR-CR.
097800     MOVE WS-LINE-AMOUNT (WS-LINE-NDX)   TO GJD-AMOUNT.
097900     MOVE WS-LINE-ACTIVITY (WS-LINE-NDX) TO GJD-ACTIVITY.
098000     MOVE WS-LINE-DESC (WS-LINE-NDX)     TO GJD-DESC.
098100     PERFORM 7200-WRITE-RECORD THRU 7200-EXIT.
098200 7100-EXIT.
098300     EXIT.
098400
098500*    A FAILED JOURNAL WRITE LEAVES AN INCOMPLETE JOURNAL - IT
098600*    IS NOT RECORDED ON GLCTL AND THE RUN ENDS RC 8.
098700 7200-WRITE-RECORD.
098800     WRITE GL-JOURNAL-RECORD.
098900     IF NOT WS-JRNL-OK
099000         DISPLAY "GLJOUT WRITE FAILED, STATUS = " WS-JRNL-STATUS
099100         MOVE "JOURNAL FILE WRITE FAILED - DISCARD IT"
099200             TO WS-REFUSE-REASON
099300         MOVE 'Y' TO WS-REFUSE-SW
099400     ELSE
099500         ADD 1 TO WS-RECORD-COUNT
099600     END-IF.
099700 7200-EXIT.
099800     EXIT.
099900
100000 8000-WRITE-LINE.
100100     WRITE GL-PROOF-LINE.
100200     IF NOT WS-PROOF-OK
100300         DISPLAY "GLPROOF WRITE FAILED, STATUS = "
100400             WS-PROOF-STATUS
100500         IF RETURN-CODE < 4
100600             MOVE 4 TO RETURN-CODE
100700         END-IF
100800     END-IF.
100900 8000-EXIT.
101000     EXIT.
101100
101200*----------------------------------------------------------*
101300* 9000-WRAP-UP - SOURCE COUNTS, CONTROL TOTALS AND THE       *
101400* VERDICT.  A REFUSED JOURNAL IS RC 8 UNLESS THERE WAS       *
101500* SIMPLY NOTHING TO POST.                                   *
101600*----------------------------------------------------------*
101700 9000-WRAP-UP.
101800     MOVE SPACES TO GL-PROOF-LINE.
101900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
102000     MOVE "SOURCE AND CONTROL TOTALS" TO GL-PROOF-LINE.
102100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
102200     MOVE SPACES TO WS-SUMMARY-LINE.
102300     MOVE "FEEAUDIT LINES IN PERIOD......" TO SL-LABEL.
102400     MOVE WS-FEE-TAKEN TO SL-COUNT.
102500     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
102600     MOVE "PAYHIST LINES IN PERIOD......." TO SL-LABEL.
102700     MOVE WS-PAY-TAKEN TO SL-COUNT.
102800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
102900     MOVE "GUEST PASSES WITH A FEE......." TO SL-LABEL.
103000     MOVE WS-GUEST-TAKEN TO SL-COUNT.
103100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
103200     MOVE "LINES LEFT OUT (UNREADABLE)..." TO SL-LABEL.
103300     MOVE WS-BAD-LINES TO SL-COUNT.
103400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
103500     MOVE "SOURCE ACTIVITY TOTAL........." TO SL-LABEL.
103600     MOVE WS-LINE-USED TO SL-COUNT.
103700     MOVE WS-SOURCE-TOTAL TO SL-AMOUNT.
103800     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
103900     MOVE "TOTAL DEBITS.................." TO SL-LABEL.
104000     MOVE WS-DEBIT-TOTAL TO SL-AMOUNT.
104100     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
104200     MOVE "TOTAL CREDITS................." TO SL-LABEL.
104300     MOVE WS-CREDIT-TOTAL TO SL-AMOUNT.
104400     PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT.
104500     MOVE SPACES TO GL-PROOF-LINE.
104600     IF JOURNAL-REFUSED
104700         STRING "  *** NO JOURNAL - " DELIMITED BY SIZE
104800             WS-REFUSE-REASON DELIMITED BY "  "
104900             " ***" DELIMITED BY SIZE
105000             INTO GL-PROOF-LINE
105100         IF NOT JOURNAL-EMPTY
105200             MOVE 8 TO RETURN-CODE
105300         END-IF
105400     ELSE
105500         MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
105600         STRING "  JOURNAL BALANCED AND WRITTEN - "
105650                 DELIMITED BY SIZE
105700             WS-COUNT-EDIT DELIMITED BY SIZE
105800             " RECORDS, PERIOD CLOSED ON GLCTL" DELIMITED BY SIZE
105900             INTO GL-PROOF-LINE
106000     END-IF.
106100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
106200     CLOSE GL-PROOF-FILE.
106300     MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
106400     DISPLAY "GL JOURNAL RUN COMPLETE FOR " WS-PERIOD.
106500     DISPLAY "  FEEAUDIT LINES READ......: " WS-FEE-LINES.
106600     DISPLAY "  PAYHIST LINES READ.......: " WS-PAY-LINES.
106700     DISPLAY "  GUESTS LINES READ........: " WS-GUEST-LINES.
106800     DISPLAY "  JOURNAL LINES............: " WS-LINE-USED.
106900     DISPLAY "  TOTAL DEBITS.............: " WS-AMOUNT-EDIT.
107000     MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-EDIT.
107100     DISPLAY "  TOTAL CREDITS............: " WS-AMOUNT-EDIT.
107200     IF JOURNAL-REFUSED
107300         DISPLAY "*** NO JOURNAL - " WS-REFUSE-REASON
107400     END-IF.
107500     IF WS-BAD-LINES > 0 AND RETURN-CODE < 4
107600         MOVE 4 TO RETURN-CODE
107700     END-IF.
107800 9000-EXIT.
107900     EXIT.
108000
108100 9100-PRINT-SUMMARY.
108200     MOVE WS-SUMMARY-LINE TO GL-PROOF-LINE.
108300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
108400     MOVE SPACES TO WS-SUMMARY-LINE.
108500 9100-EXIT.
108600     EXIT.
