002402*                      THE POSTED PAYMENTS A SECOND TIME.
002403*                      (FEEPOST NEEDS NO GUARD - IT POSTS
002404*                      ABSOLUTE BALANCES.)
002406*   2026-10-15  KAGE   POSTS THE NEW PAYENTRY TRANSACTION
002408*                      TYPES.  A PAYMENT STILL SUBTRACTS; A
002411*                      REVERSAL, REFUND OR RETURNED ITEM ADDS
002413*                      THE AMOUNT BACK, AND A RETURNED ITEM'S
002415*                      FEE IS ADDED AS A SEPARATE AUDIT LINE.
002418*                      PAYAUDIT CARRIES THE TRANSACTION TYPE
002420*                      (47 TO 49 BYTES) SO BALCTL AND THE
002422*                      STATEMENT CAN TELL THEM APART.
002425*                      PAYTRANS/PAYHIST/PAYKEEP 52 TO 77.
002427*                      AN UNKNOWN TYPE IS CARRIED OVER, RC 4.
002429*   2026-10-15  KAGE   HOUSEHOLD PAYMENTS.  A TYPE 'H'
002432*                      TRANSACTION IS ONE CHEQUE FROM A
002434*                      HOUSEHOLD'S RESPONSIBLE PAYER (SEE
002436*                      HOUSEHLD) AND IS SPREAD BY A FIXED
002439*                      RULE ON LIVE BALANCES: THE PAYER'S OWN
002441*                      BALANCE FIRST, THEN EACH DEPENDENT IN
002443*                      HOUSEHLD ORDER, EACH CLEARED IN TURN;
002446*                      WHATEVER IS LEFT STAYS ON THE PAYER AS
002448*                      A CREDIT.  EVERY SHARE POSTS AND
002450*                      AUDITS (TYPE 'H') AGAINST ITS OWN
002453*                      MEMBER AND GOES TO PAYHIST AS AN
002455*                      ORDINARY PAYMENT OF THAT MEMBER, SO
002457*                      STATEMENTS, AGING AND REVERSALS WORK
002460*                      PER MEMBER.  THE PAYER'S LINE IS
002462*                      ALWAYS WRITTEN FIRST AND IS WHAT THE
002464*                      RESTART GUARD COUNTS.
002467*   2026-10-15  KAGE   HOUSEHOLD PAYMENTS ARE RERUN-SAFE
002469*                      SHARE BY SHARE.  THE DEPENDENTS'
002471*                      SHARES NOW POST BEFORE THE PAYER'S,
002474*                      WHOSE AUDIT LINE MARKS THE PAYMENT
002476*                      DONE; A DEPENDENT'S SHARE LINE IS
002478*                      GUARDED ON ITS OWN DEPENDENT AND
002481*                      PAYER, SO A RERUN AFTER AN ABEND
002483*                      PART WAY THROUGH A HOUSEHOLD KEEPS
002485*                      THE SHARES ALREADY POSTED AND
002488*                      SPREADS ONLY THE REST.  A PAYER'S
002490*                      SHARE THAT CANNOT POST AFTER ITS
002492*                      DEPENDENTS' IS CARRIED OVER ON ITS
002495*                      OWN.
002497*----------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-KEEP-STATUS.
005000
005020     SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
005040         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS WS-HHLD-STATUS.
005080
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PAY-TRANS-FILE.
006100     05 PY-TIME              PIC X(06).
006200     05 FILLER               PIC X(01).
006300     05 PY-CLERK             PIC X(08).
006307     05 FILLER               PIC X(01).
006314     05 PY-TYPE              PIC X(01).
006321         88 PY-TYPE-PAYMENT  VALUE 'P' ' '.
006328         88 PY-TYPE-REVERSAL VALUE 'V'.
006335         88 PY-TYPE-REFUND   VALUE 'R'.
006342         88 PY-TYPE-RETURNED VALUE 'B'.
006346         88 PY-TYPE-HOUSEHOLD VALUE 'H'.
006350         88 PY-TYPE-VALID    VALUE 'P' ' ' 'V' 'R' 'B' 'H'.
006357     05 FILLER               PIC X(01).
006364     05 PY-REF-DATE          PIC X(08).
006371     05 FILLER               PIC X(01).
006378     05 PY-REF-TIME          PIC X(06).
006385     05 FILLER               PIC X(01).
006392     05 PY-FEE               PIC 9(04)V99.
006400
006500 FD  MEMBER-MASTER-FILE.
006600 01  MEMBER-MASTER-RECORD.
007500     05 PA-OLD-BALANCE       PIC +9999.99.
007600     05 FILLER               PIC X(01).
007700     05 PA-NEW-BALANCE       PIC +9999.99.
007725     05 FILLER               PIC X(01).
007750     05 PA-TRAN-TYPE         PIC X(01).
007775         88 PA-TYPE-FEE      VALUE 'F'.
007787         88 PA-TYPE-HOUSEHOLD VALUE 'H'.
007800
007900 FD  PAY-HIST-FILE.
008000 01  PAY-HIST-RECORD        PIC X(77).
008100
008200 FD  PAY-KEEP-FILE.
008300 01  PAY-KEEP-RECORD        PIC X(77).
008320
008340 FD  HOUSEHOLD-FILE.
008360 01  HOUSEHOLD-RECORD.
008380     COPY HOUSEHLD.
008400
008500 WORKING-STORAGE SECTION.
008600 01  WS-SWITCHES.
009900     05 WS-KEEP-STATUS       PIC X(02).
010000         88 WS-KEEP-OK       VALUE '00'.
010100         88 WS-KEEP-EOF      VALUE '10'.
010120     05 WS-HHLD-STATUS       PIC X(02).
010140         88 WS-HHLD-OK       VALUE '00'.
010160         88 WS-HHLD-EOF      VALUE '10'.
010180         88 WS-HHLD-NOT-FOUND VALUE '35'.
010200     05 WS-POST-FAIL-SW      PIC X(01) VALUE 'N'.
010300         88 POST-FAILED      VALUE 'Y'.
010400
010600 77  WS-NO-MASTER-COUNT      PIC 9(05) COMP VALUE 0.
010700 77  WS-FAILED-COUNT         PIC 9(05) COMP VALUE 0.
010710 77  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE 0.
010728 77  WS-BAD-TYPE-COUNT       PIC 9(05) COMP VALUE 0.
010746 77  WS-REVERSAL-COUNT       PIC 9(05) COMP VALUE 0.
010764 77  WS-REFUND-COUNT         PIC 9(05) COMP VALUE 0.
010782 77  WS-RETURNED-COUNT       PIC 9(05) COMP VALUE 0.
010800 01  WS-POSTED-TOTAL         PIC S9(07)V99 VALUE 0.
010801 01  WS-REVERSAL-TOTAL       PIC S9(07)V99 VALUE 0.
010802 01  WS-REFUND-TOTAL         PIC S9(07)V99 VALUE 0.
010803 01  WS-RETURNED-TOTAL       PIC S9(07)V99 VALUE 0.
010804 01  WS-RET-FEE-TOTAL        PIC S9(07)V99 VALUE 0.
010805 77  WS-HOUSEHOLD-COUNT      PIC 9(05) COMP VALUE 0.
010806 77  WS-HH-SHARE-COUNT       PIC 9(05) COMP VALUE 0.
010807 77  WS-HH-NOT-PAYER-COUNT   PIC 9(05) COMP VALUE 0.
010808 77  WS-HH-CARRIED-COUNT     PIC 9(05) COMP VALUE 0.
010809 01  WS-HOUSEHOLD-TOTAL      PIC S9(07)V99 VALUE 0.
010810
010820*----------------------------------------------------------*
010830* PAYMENTS ALREADY AUDITED FOR THE BUSINESS DATE, BY        *
010901 01  WS-GUARD-FOUND-SW       PIC X(01) VALUE 'N'.
010902     88 GUARD-ROW-FOUND      VALUE 'Y'.
010903
010905*----------------------------------------------------------*
010906* HOUSEHOLD LINKS FROM HOUSEHLD, ONE ROW PER DEPENDENT, IN  *
010908* FILE ORDER - THE ORDER A HOUSEHOLD PAYMENT IS SPREAD IN.  *
010910*----------------------------------------------------------*
010911 01  WS-HH-TABLE.
010913     05 WS-HH-ENTRY OCCURS 500 TIMES
010915                    INDEXED BY WS-HH-NDX.
010916         10 WS-HH-PAYER      PIC X(20).
010918         10 WS-HH-MEMBER     PIC X(20).
010919 77  WS-HH-USED              PIC 9(03) COMP VALUE 0.
010921 77  WS-HH-I                 PIC 9(03) COMP.
010923 01  WS-HH-FOUND-SW          PIC X(01) VALUE 'N'.
010924     88 HH-ROW-FOUND         VALUE 'Y'.
010926 01  WS-HH-BAD-SW            PIC X(01) VALUE 'N'.
010928     88 HH-ROW-BAD           VALUE 'Y'.
010929
010931*----------------------------------------------------------*
010933* HOUSEHOLD SHARES ALREADY AUDITED TODAY, BY DEPENDENT AND  *
010934* PAYER.  THE PAYER'S LINE IS WRITTEN AFTER ITS DEPENDENTS' *
010936* SHARES, SO A SHARE WITH NO PAYER LINE AFTER IT (STILL     *
010937* OPEN) IS FROM THE HOUSEHOLD PAYMENT THE RUN THAT DIED WAS *
010939* PART WAY THROUGH - THE RERUN KEEPS IT AS POSTED AND       *
010941* SPREADS ONLY WHAT IS LEFT.                                *
010942*----------------------------------------------------------*
010944 01  WS-SHARE-GUARD-TABLE.
010946     05 WS-SG-ENTRY OCCURS 500 TIMES
010947                    INDEXED BY WS-SG-NDX.
010949         10 WS-SG-MEMBER     PIC X(20).
010951         10 WS-SG-PAYER      PIC X(20).
010952         10 WS-SG-AMOUNT     PIC 9(04)V99.
010954         10 WS-SG-OPEN-SW    PIC X(01).
010955             88 SG-OPEN      VALUE 'Y'.
010957 77  WS-SG-USED              PIC 9(03) COMP VALUE 0.
010959 77  WS-SG-I                 PIC 9(03) COMP.
010960 01  WS-SG-FOUND-SW          PIC X(01) VALUE 'N'.
010962     88 SG-ROW-FOUND         VALUE 'Y'.
010964
010965*----------------------------------------------------------*
010967* THE SPLIT OF ONE HOUSEHOLD PAYMENT, WORKED OUT FROM THE   *
010968* LIVE BALANCES BEFORE ANYTHING IS REWRITTEN.               *
010970*----------------------------------------------------------*
010972 01  WS-SPLIT-TABLE.
010973     05 WS-SPLIT-ENTRY OCCURS 20 TIMES
010975                       INDEXED BY WS-SPLIT-NDX.
010977         10 WS-SPLIT-MEMBER  PIC X(20).
010978         10 WS-SPLIT-AMOUNT  PIC 9(04)V99.
010980         10 WS-SPLIT-DONE-SW PIC X(01).
010982             88 SPLIT-DONE   VALUE 'Y'.
010983 77  WS-SPLIT-USED           PIC 9(02) COMP VALUE 0.
010985 77  WS-SPLIT-I              PIC 9(02) COMP.
010986 01  WS-HH-PAYER-ID          PIC X(20).
010988 01  WS-HH-AMOUNT            PIC 9(04)V99.
010990 01  WS-HH-REMAINING         PIC 9(04)V99.
010991 01  WS-HH-PAYER-SHARE       PIC 9(04)V99.
010993 01  WS-HH-SHARE             PIC 9(04)V99.
010995 01  WS-HH-AUDIT-TYPE        PIC X(01).
010996 01  WS-SHARE-EDIT           PIC $$$$9.99.
010998
011000 01  WS-OLD-BALANCE          PIC S9(04)V99.
011100 01  WS-NEW-BALANCE          PIC S9(04)V99.
011150 01  WS-MID-BALANCE          PIC S9(04)V99.
011200 01  WS-CURR-DATE            PIC X(08).
011300 01  WS-TOTAL-EDIT           PIC +$$$$$$$9.99.
011400
011684         GOBACK
011698     END-IF.
011700     CALL "RUNDT" USING WS-CURR-DATE.
011725     PERFORM 1600-LOAD-HOUSEHOLDS THRU 1600-EXIT.
011750     PERFORM 1500-LOAD-POSTED-AUDIT THRU 1500-EXIT.
011800     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
011900     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
019453     IF PA-DATE NOT = WS-CURR-DATE
019454         GO TO 1520-NEXT
019455     END-IF.
019456     IF PA-TYPE-FEE
019457         GO TO 1520-NEXT
019458     END-IF.
019459     PERFORM 1640-CHECK-PAYER THRU 1640-EXIT.
019460     PERFORM 2100-SHARE-GUARD THRU 2100-EXIT.
019461     IF PA-TYPE-HOUSEHOLD AND NOT HH-ROW-FOUND
019462         GO TO 1520-NEXT
019463     END-IF.
019465     MOVE 'N' TO WS-GUARD-FOUND-SW.
019466     PERFORM 1530-FIND-GUARD THRU 1530-EXIT
019467         VARYING WS-GUARD-I FROM 1 BY 1
019468         UNTIL GUARD-ROW-FOUND
019469         OR WS-GUARD-I > WS-GUARD-USED.
019470     IF GUARD-ROW-FOUND
019471         ADD 1 TO WS-GUARD-COUNT (WS-GUARD-NDX)
019472     ELSE
019473         IF WS-GUARD-USED < 500
019474             ADD 1 TO WS-GUARD-USED
019475             SET WS-GUARD-NDX TO WS-GUARD-USED
019476             MOVE PA-MEMBER-ID
019477                 TO WS-GUARD-MEMBER (WS-GUARD-NDX)
019478             MOVE 1 TO WS-GUARD-COUNT (WS-GUARD-NDX)
019479         ELSE
019480             DISPLAY "RESTART GUARD TABLE FULL - POSTING"
019481                 " STOPPED TO PREVENT DOUBLE-POSTING"
019482             MOVE 8 TO RETURN-CODE
019483             GOBACK
019484         END-IF
019485     END-IF.
019486 1520-NEXT.
019487     PERFORM 1510-READ-AUDIT THRU 1510-EXIT.
019488 1520-EXIT.
019489     EXIT.
019490
019491 1530-FIND-GUARD.
019492     SET WS-GUARD-NDX TO WS-GUARD-I.
019493     IF WS-GUARD-MEMBER (WS-GUARD-NDX) = PA-MEMBER-ID
019494         MOVE 'Y' TO WS-GUARD-FOUND-SW
019495     END-IF.
019496 1530-EXIT.
019497     EXIT.
019498
019499*----------------------------------------------------------*
019500* 1600-LOAD-HOUSEHOLDS - THE HOUSEHOLD LINKS, TABLED BEFORE *
019501* THE RESTART GUARD NEEDS THEM.  NO HOUSEHLD ON FILE MEANS  *
019502* NO HOUSEHOLDS - NOT AN ERROR.  A ROW THAT BREAKS THE      *
019503* HOUSEHOLD RULES (SELF-LINK, DEPENDENT ALREADY IN A        *
019504* HOUSEHOLD, DEPENDENT WHO IS A PAYER, PAYER WHO IS A       *
019505* DEPENDENT) IS IGNORED WITH A WARNING, RC 4.               *
019506*----------------------------------------------------------*
019507 1600-LOAD-HOUSEHOLDS.
019508     MOVE 0 TO WS-HH-USED.
019509     OPEN INPUT HOUSEHOLD-FILE.
019510     IF WS-HHLD-NOT-FOUND
019511         GO TO 1600-EXIT
019512     END-IF.
019513     IF NOT WS-HHLD-OK
019514         DISPLAY "HOUSEHLD OPEN FAILED, STATUS = "
019515             WS-HHLD-STATUS
019516         MOVE 8 TO RETURN-CODE
019517         GOBACK
019518     END-IF.
019519     PERFORM 1610-READ-HOUSEHOLD THRU 1610-EXIT.
019520     PERFORM 1620-STORE-HOUSEHOLD THRU 1620-EXIT
019521         UNTIL WS-HHLD-EOF.
019522     CLOSE HOUSEHOLD-FILE.
019523 1600-EXIT.
019524     EXIT.
019525
019526 1610-READ-HOUSEHOLD.
019527     READ HOUSEHOLD-FILE.
019528 1610-EXIT.
019529     EXIT.
019530
019531 1620-STORE-HOUSEHOLD.
019532     MOVE 'N' TO WS-HH-BAD-SW.
019533     IF HH-MEMBER-ID = SPACES
019534         OR HH-PAYER-ID = SPACES
019535         OR HH-MEMBER-ID = HH-PAYER-ID
019536         MOVE 'Y' TO WS-HH-BAD-SW
019537     END-IF.
019538     PERFORM 1630-CHECK-HOUSEHOLD THRU 1630-EXIT
019539         VARYING WS-HH-I FROM 1 BY 1
019540         UNTIL HH-ROW-BAD
019541         OR WS-HH-I > WS-HH-USED.
019542     IF HH-ROW-BAD
019543         DISPLAY "HOUSEHLD ROW IGNORED - " HH-PAYER-ID
019544             " " HH-MEMBER-ID
019545         IF RETURN-CODE < 4
019546             MOVE 4 TO RETURN-CODE
019547         END-IF
019548         GO TO 1620-NEXT
019549     END-IF.
019550     IF WS-HH-USED < 500
019551         ADD 1 TO WS-HH-USED
019552         SET WS-HH-NDX TO WS-HH-USED
019553         MOVE HH-PAYER-ID  TO WS-HH-PAYER (WS-HH-NDX)
019554         MOVE HH-MEMBER-ID TO WS-HH-MEMBER (WS-HH-NDX)
019555     ELSE
019556         DISPLAY "MORE THAN 500 HOUSEHLD ROWS - "
019557             HH-MEMBER-ID " NOT TABLED"
019558         IF RETURN-CODE < 4
019559             MOVE 4 TO RETURN-CODE
019560         END-IF
019561     END-IF.
019562 1620-NEXT.
019563     PERFORM 1610-READ-HOUSEHOLD THRU 1610-EXIT.
019564 1620-EXIT.
019565     EXIT.
019566
019567 1630-CHECK-HOUSEHOLD.
019568     SET WS-HH-NDX TO WS-HH-I.
019569     IF WS-HH-MEMBER (WS-HH-NDX) = HH-MEMBER-ID
019570         OR WS-HH-PAYER (WS-HH-NDX) = HH-MEMBER-ID
019571         OR WS-HH-MEMBER (WS-HH-NDX) = HH-PAYER-ID
019572         MOVE 'Y' TO WS-HH-BAD-SW
019573     END-IF.
019574 1630-EXIT.
019575     EXIT.
019576
019577*----------------------------------------------------------*
019578* 1640-CHECK-PAYER - IS THE AUDIT LINE'S MEMBER A HOUSEHOLD *
019579* PAYER?  A DEPENDENT'S HOUSEHOLD SHARE LINE GOES TO THE    *
019580* SHARE GUARD (2100), NOT THE RESTART GUARD - IT MUST NOT   *
019581* SKIP THAT DEPENDENT'S OWN PAYMENT ON A RERUN.             *
019582*----------------------------------------------------------*
019583 1640-CHECK-PAYER.
019584     MOVE 'N' TO WS-HH-FOUND-SW.
019585     PERFORM 1650-FIND-PAYER THRU 1650-EXIT
019586         VARYING WS-HH-I FROM 1 BY 1
019587         UNTIL HH-ROW-FOUND
019588         OR WS-HH-I > WS-HH-USED.
019589 1640-EXIT.
019590     EXIT.
019591
019592 1650-FIND-PAYER.
019593     SET WS-HH-NDX TO WS-HH-I.
019594     IF WS-HH-PAYER (WS-HH-NDX) = PA-MEMBER-ID
019595         MOVE 'Y' TO WS-HH-FOUND-SW
019596     END-IF.
019597 1650-EXIT.
019598     EXIT.
019599
019600 2000-READ-TRANS.
019700     READ PAY-TRANS-FILE.
019800 2000-EXIT.
019801     EXIT.
019802
019804*----------------------------------------------------------*
019805* 2100-SHARE-GUARD - ONE AUDIT LINE INTO THE SHARE GUARD.   *
019806* A LINE OF A HOUSEHOLD PAYER CLOSES THAT PAYER'S OPEN      *
019808* SHARES - THEIR PAYMENT FINISHED.  A HOUSEHOLD SHARE LINE  *
019809* OF A DEPENDENT IS TABLED, OPEN, AGAINST THE DEPENDENT AND *
019811* ITS PAYER.  A FULL TABLE STOPS THE STEP (RC 8) RATHER     *
019812* THAN RISK DOUBLE-POSTING.                                 *
019813*----------------------------------------------------------*
019815 2100-SHARE-GUARD.
019816     IF HH-ROW-FOUND
019818         PERFORM 2120-CLOSE-SHARE THRU 2120-EXIT
019819             VARYING WS-SG-I FROM 1 BY 1
019820             UNTIL WS-SG-I > WS-SG-USED
019822         GO TO 2100-EXIT
019823     END-IF.
019825     IF NOT PA-TYPE-HOUSEHOLD
019826         GO TO 2100-EXIT
019827     END-IF.
019829     MOVE 'N' TO WS-SG-FOUND-SW.
019830     PERFORM 2130-FIND-DEPENDENT THRU 2130-EXIT
019831         VARYING WS-HH-I FROM 1 BY 1
019833         UNTIL SG-ROW-FOUND
019834         OR WS-HH-I > WS-HH-USED.
019836     IF NOT SG-ROW-FOUND
019837         GO TO 2100-EXIT
019838     END-IF.
019840     IF WS-SG-USED = 500
019841         DISPLAY "SHARE GUARD TABLE FULL - POSTING"
019843             " STOPPED TO PREVENT DOUBLE-POSTING"
019844         MOVE 8 TO RETURN-CODE
019845         GOBACK
019847     END-IF.
019848     ADD 1 TO WS-SG-USED.
019850     SET WS-SG-NDX TO WS-SG-USED.
019851     MOVE PA-MEMBER-ID TO WS-SG-MEMBER (WS-SG-NDX).
019852     MOVE WS-HH-PAYER (WS-HH-NDX) TO WS-SG-PAYER (WS-SG-NDX).
019854     MOVE PA-OLD-BALANCE TO WS-OLD-BALANCE.
019855     MOVE PA-NEW-BALANCE TO WS-NEW-BALANCE.
019856     COMPUTE WS-SG-AMOUNT (WS-SG-NDX) =
019858         WS-OLD-BALANCE - WS-NEW-BALANCE.
019859     MOVE 'Y' TO WS-SG-OPEN-SW (WS-SG-NDX).
019861 2100-EXIT.
019862     EXIT.
019863
019865 2120-CLOSE-SHARE.
019866     SET WS-SG-NDX TO WS-SG-I.
019868     IF WS-SG-PAYER (WS-SG-NDX) = PA-MEMBER-ID
019869         MOVE 'N' TO WS-SG-OPEN-SW (WS-SG-NDX)
019870     END-IF.
019872 2120-EXIT.
019873     EXIT.
019875
019876 2130-FIND-DEPENDENT.
019877     SET WS-HH-NDX TO WS-HH-I.
019879     IF WS-HH-MEMBER (WS-HH-NDX) = PA-MEMBER-ID
019880         MOVE 'Y' TO WS-SG-FOUND-SW
019881     END-IF.
019883 2130-EXIT.
019884     EXIT.
019886
019887*----------------------------------------------------------*
019888* 2200-FIND-SHARE - AN OPEN SHARE FOR THIS DEPENDENT OF     *
019890* THIS PAYER IS ALREADY ON THE MASTER.  IT GOES INTO THE    *
019891* SPLIT AS POSTED, FOR THE AMOUNT AUDITED, AND IS CLOSED SO *
019893* A LATER PAYMENT CANNOT TAKE IT AGAIN.                     *
019894*----------------------------------------------------------*
019895 2200-FIND-SHARE.
019897     MOVE 'N' TO WS-SG-FOUND-SW.
019898     IF WS-SG-USED = 0
019900         GO TO 2200-EXIT
019901     END-IF.
019902     PERFORM 2210-CHECK-SHARE THRU 2210-EXIT
019904         VARYING WS-SG-I FROM 1 BY 1
019905         UNTIL SG-ROW-FOUND
019906         OR WS-SG-I > WS-SG-USED.
019908     IF NOT SG-ROW-FOUND
019909         GO TO 2200-EXIT
019911     END-IF.
019912     MOVE 'N' TO WS-SG-OPEN-SW (WS-SG-NDX).
019913     IF WS-SPLIT-USED = 20
019915         GO TO 2200-EXIT
019916     END-IF.
019918     ADD 1 TO WS-SPLIT-USED.
019919     SET WS-SPLIT-NDX TO WS-SPLIT-USED.
019920     MOVE WS-SG-MEMBER (WS-SG-NDX)
019922         TO WS-SPLIT-MEMBER (WS-SPLIT-NDX).
019923     MOVE WS-SG-AMOUNT (WS-SG-NDX)
019925         TO WS-SPLIT-AMOUNT (WS-SPLIT-NDX).
019926     MOVE 'Y' TO WS-SPLIT-DONE-SW (WS-SPLIT-NDX).
019927     IF WS-SG-AMOUNT (WS-SG-NDX) < WS-HH-REMAINING
019929         SUBTRACT WS-SG-AMOUNT (WS-SG-NDX) FROM WS-HH-REMAINING
019930     ELSE
019931         MOVE 0 TO WS-HH-REMAINING
019933     END-IF.
019934 2200-EXIT.
019936     EXIT.
019937
019938 2210-CHECK-SHARE.
019940     SET WS-SG-NDX TO WS-SG-I.
019941     IF SG-OPEN (WS-SG-NDX)
019943         AND WS-SG-MEMBER (WS-SG-NDX) = WS-HH-MEMBER (WS-HH-NDX)
019944         AND WS-SG-PAYER (WS-SG-NDX) = WS-HH-PAYER-ID
019945         MOVE 'Y' TO WS-SG-FOUND-SW
019947     END-IF.
019948 2210-EXIT.
019950     EXIT.
019951
019952 2250-SHARE-POSTED.
019954     DISPLAY "HOUSEHOLD SHARE ALREADY POSTED, SKIPPED: "
019955         WS-SPLIT-MEMBER (WS-SPLIT-NDX).
019956     ADD 1 TO WS-SKIPPED-COUNT.
019958 2250-EXIT.
019959     EXIT.
019961
019962*----------------------------------------------------------*
019963* 2300-KEEP-PAYER-SHARE - THE PAYER'S SHARE DID NOT POST.   *
019965* WITH NO DEPENDENT IN THE SPLIT NOTHING HAS MOVED AND THE  *
019966* WHOLE PAYMENT IS CARRIED OVER AS KEYED.  OTHERWISE THE    *
019968* DEPENDENTS' SHARES ARE DEALT WITH AND ONLY THE PAYER'S    *
019969* SHARE IS CARRIED OVER, AS AN ORDINARY PAYMENT OF THE      *
019970* PAYER.                                                    *
019972*----------------------------------------------------------*
019973 2300-KEEP-PAYER-SHARE.
019975     MOVE WS-HH-PAYER-ID TO PY-MEMBER-ID.
019976     IF WS-SPLIT-USED = 0
019977         MOVE WS-HH-AMOUNT TO PY-AMOUNT
019979         MOVE 'H'          TO PY-TYPE
019980         PERFORM 3200-KEEP-PAYMENT THRU 3200-EXIT
019981         GO TO 2300-EXIT
019983     END-IF.
019984     IF WS-HH-PAYER-SHARE = 0
019986         GO TO 2300-EXIT
019987     END-IF.
019988     MOVE WS-HH-PAYER-SHARE TO PY-AMOUNT WS-SHARE-EDIT.
019990     MOVE 'P' TO PY-TYPE.
019991     DISPLAY "HOUSEHOLD SHARE CARRIED OVER: " PY-MEMBER-ID
019993         " " WS-SHARE-EDIT.
019994     ADD 1 TO WS-HH-CARRIED-COUNT.
019995     PERFORM 3200-KEEP-PAYMENT THRU 3200-EXIT.
019997 2300-EXIT.
019998     EXIT.
020000
020100*----------------------------------------------------------*
020200* 3000-POST-PAYMENT - ONE PAYMENT.  A PAYMENT THE RESTART   *
020400* AMOUNT, REWRITE IN PLACE, AUDIT THE OLD/NEW PAIR AND     *
020500* MOVE THE TRANSACTION TO HISTORY.  AN ID NOT ON THE        *
020600* MASTER IS CARRIED OVER IN PAYTRANS FOR THE FRONT DESK.    *
020620* A PAYMENT SUBTRACTS; A REVERSAL, REFUND OR RETURNED ITEM  *
020640* PUTS THE MONEY BACK ON THE BALANCE, AND A RETURNED ITEM'S *
020660* FEE GOES ON TOP AS ITS OWN 'F' AUDIT LINE (MID TO NEW) SO *
020680* THE FEE IS NEVER BURIED IN THE RETURNED AMOUNT.           *
020700*----------------------------------------------------------*
020800 3000-POST-PAYMENT.
020810     PERFORM 3500-CHECK-GUARD THRU 3500-EXIT.
020820     IF GUARD-ROW-FOUND
020830         ADD 1 TO WS-SKIPPED-COUNT
020840         DISPLAY "ALREADY POSTED, SKIPPED: " PY-MEMBER-ID
020841         GO TO 3000-NEXT
020842     END-IF.
020843     IF NOT PY-TYPE-VALID
020845         DISPLAY "UNKNOWN TYPE " PY-TYPE ", NOT POSTED: "
020846             PY-MEMBER-ID
020847         ADD 1 TO WS-BAD-TYPE-COUNT
020848         PERFORM 3200-KEEP-PAYMENT THRU 3200-EXIT
020850         IF RETURN-CODE < 4
020851             MOVE 4 TO RETURN-CODE
020852         END-IF
020853         GO TO 3000-NEXT
020855     END-IF.
020856     IF PY-TYPE-HOUSEHOLD
020857         PERFORM 3600-POST-HOUSEHOLD THRU 3600-EXIT
020858         GO TO 3000-NEXT
020860     END-IF.
020900     MOVE 'N' TO WS-POST-FAIL-SW.
021000     MOVE PY-MEMBER-ID TO MEMBER-ID.
021600             GO TO 3000-NEXT
021700     END-READ.
021800     MOVE MEMBER-BALANCE TO WS-OLD-BALANCE.
021850     IF PY-TYPE-PAYMENT
021900         COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - PY-AMOUNT
021911         MOVE WS-NEW-BALANCE TO WS-MID-BALANCE
021922     ELSE
021933         COMPUTE WS-MID-BALANCE = WS-OLD-BALANCE + PY-AMOUNT
021944         MOVE WS-MID-BALANCE TO WS-NEW-BALANCE
021955         IF PY-TYPE-RETURNED
021966             COMPUTE WS-NEW-BALANCE = WS-MID-BALANCE + PY-FEE
021977         END-IF
021988     END-IF.
022000     MOVE WS-NEW-BALANCE TO MEMBER-BALANCE.
022100     REWRITE MEMBER-MASTER-RECORD
022200         INVALID KEY
024000     MOVE WS-CURR-DATE   TO PA-DATE.
024100     MOVE PY-MEMBER-ID   TO PA-MEMBER-ID.
024200     MOVE WS-OLD-BALANCE TO PA-OLD-BALANCE.
024300     MOVE WS-MID-BALANCE TO PA-NEW-BALANCE.
024375     MOVE PY-TYPE        TO PA-TRAN-TYPE.
024450     IF PY-TYPE-PAYMENT
024525         MOVE 'P' TO PA-TRAN-TYPE
024600     END-IF.
024675     PERFORM 3300-WRITE-AUDIT THRU 3300-EXIT.
024750     IF WS-NEW-BALANCE NOT = WS-MID-BALANCE
024825         MOVE WS-MID-BALANCE TO PA-OLD-BALANCE
024900         MOVE WS-NEW-BALANCE TO PA-NEW-BALANCE
024975         MOVE 'F'            TO PA-TRAN-TYPE
025050         PERFORM 3300-WRITE-AUDIT THRU 3300-EXIT
025100     END-IF.
025200     MOVE SPACES TO PAY-HIST-RECORD.
025300     MOVE PAY-TRANS-RECORD TO PAY-HIST-RECORD.
025900             MOVE 4 TO RETURN-CODE
026000         END-IF
026100     END-IF.
026133     EVALUATE TRUE
026166         WHEN PY-TYPE-PAYMENT
026200             ADD 1 TO WS-POSTED-COUNT
026300             ADD PY-AMOUNT TO WS-POSTED-TOTAL
026308         WHEN PY-TYPE-REVERSAL
026316             ADD 1 TO WS-REVERSAL-COUNT
026325             ADD PY-AMOUNT TO WS-REVERSAL-TOTAL
026333         WHEN PY-TYPE-REFUND
026341             ADD 1 TO WS-REFUND-COUNT
026350             ADD PY-AMOUNT TO WS-REFUND-TOTAL
026358         WHEN OTHER
026366             ADD 1 TO WS-RETURNED-COUNT
026375             ADD PY-AMOUNT TO WS-RETURNED-TOTAL
026383             ADD PY-FEE TO WS-RET-FEE-TOTAL
026391     END-EVALUATE.
026400 3000-NEXT.
026500     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
026600 3000-EXIT.
028100         MOVE 8 TO RETURN-CODE
028200     END-IF.
028300 3200-EXIT.
028307     EXIT.
028315
028323 3300-WRITE-AUDIT.
028330     WRITE PAY-AUDIT-RECORD.
028338     IF NOT WS-AUDIT-OK
028346         DISPLAY "PAYAUDIT WRITE FAILED, STATUS = "
028353             WS-AUDIT-STATUS
028361         IF RETURN-CODE < 4
028369             MOVE 4 TO RETURN-CODE
028376         END-IF
028384     END-IF.
028392 3300-EXIT.
028400     EXIT.
028410
028420*----------------------------------------------------------*
028493 3510-EXIT.
028494     EXIT.
028495
028496*----------------------------------------------------------*
028497* 3600-POST-HOUSEHOLD - ONE HOUSEHOLD PAYMENT, KEYED BY THE *
028498* DESK AGAINST THE RESPONSIBLE PAYER.  THE SPLIT IS WORKED  *
028499* OUT FIRST FROM THE LIVE BALANCES: THE PAYER'S OWN         *
028500* BALANCE, THEN EACH DEPENDENT IN HOUSEHLD ORDER, UNTIL THE *
028501* MONEY RUNS OUT; ANY REMAINDER STAYS ON THE PAYER AS A     *
028502* CREDIT.  THE DEPENDENTS' SHARES POST FIRST AND THE        *
028503* PAYER'S LAST - THE PAYER'S AUDIT LINE MARKS THE PAYMENT   *
028504* DONE, AND A RERUN KEEPS ANY DEPENDENT SHARE ALREADY       *
028505* AUDITED (2200).  A SHARE THAT CANNOT POST IS CARRIED OVER *
028506* AS ITS MEMBER'S OWN PAYMENT; IF NOTHING HAS MOVED, THE    *
028507* WHOLE PAYMENT IS.  AN ID THAT IS NOT A HOUSEHOLD PAYER    *
028508* TAKES THE WHOLE AMOUNT, AS A PAYMENT WOULD.               *
028509*----------------------------------------------------------*
028510 3600-POST-HOUSEHOLD.
028511     MOVE PY-MEMBER-ID TO WS-HH-PAYER-ID.
028512     MOVE PY-AMOUNT    TO WS-HH-AMOUNT WS-HH-REMAINING.
028513     MOVE 0 TO WS-SPLIT-USED WS-HH-PAYER-SHARE.
028514     MOVE WS-HH-PAYER-ID TO MEMBER-ID.
028515     READ MEMBER-MASTER-FILE
028516         INVALID KEY
028517             DISPLAY "NOT ON MASTER, NOT POSTED: " PY-MEMBER-ID
028518             ADD 1 TO WS-NO-MASTER-COUNT
028519             PERFORM 3200-KEEP-PAYMENT THRU 3200-EXIT
028520             GO TO 3600-EXIT
028521     END-READ.
028522     IF MEMBER-BALANCE > 0
028523         IF MEMBER-BALANCE < WS-HH-REMAINING
028524             MOVE MEMBER-BALANCE TO WS-HH-PAYER-SHARE
028525         ELSE
028526             MOVE WS-HH-REMAINING TO WS-HH-PAYER-SHARE
028527         END-IF
028528         SUBTRACT WS-HH-PAYER-SHARE FROM WS-HH-REMAINING
028529     END-IF.
028530     MOVE 'N' TO WS-HH-FOUND-SW.
028531     PERFORM 3610-PLAN-SHARE THRU 3610-EXIT
028532         VARYING WS-HH-I FROM 1 BY 1
028533         UNTIL WS-HH-I > WS-HH-USED.
028534     ADD WS-HH-REMAINING TO WS-HH-PAYER-SHARE.
028535     IF HH-ROW-FOUND
028536         MOVE 'H' TO WS-HH-AUDIT-TYPE
028537     ELSE
028538         DISPLAY "NOT A HOUSEHOLD PAYER, POSTED AS A PAYMENT: "
028539             WS-HH-PAYER-ID
028540         ADD 1 TO WS-HH-NOT-PAYER-COUNT
028541         MOVE 'P' TO WS-HH-AUDIT-TYPE
028542     END-IF.
028543     PERFORM 3630-POST-DEPENDENT THRU 3630-EXIT
028544         VARYING WS-SPLIT-I FROM 1 BY 1
028545         UNTIL WS-SPLIT-I > WS-SPLIT-USED.
028546     MOVE WS-HH-PAYER-ID    TO MEMBER-ID.
028547     MOVE WS-HH-PAYER-SHARE TO WS-HH-SHARE.
028548     PERFORM 3620-POST-SHARE THRU 3620-EXIT.
028549     IF POST-FAILED
028550         DISPLAY "NOT POSTED: " WS-HH-PAYER-ID
028551         ADD 1 TO WS-FAILED-COUNT
028552         PERFORM 2300-KEEP-PAYER-SHARE THRU 2300-EXIT
028553         IF RETURN-CODE < 4
028554             MOVE 4 TO RETURN-CODE
028555         END-IF
028556         GO TO 3600-EXIT
028557     END-IF.
028558     ADD 1 TO WS-HOUSEHOLD-COUNT.
028559     ADD WS-HH-AMOUNT TO WS-HOUSEHOLD-TOTAL.
028560 3600-EXIT.
028561     EXIT.
028562
028563*----------------------------------------------------------*
028564* 3610-PLAN-SHARE - ONE HOUSEHLD ROW.  ONLY THIS PAYER'S    *
028565* DEPENDENTS WITH A BALANCE OWING TAKE A SHARE, AND ONLY    *
028566* WHILE MONEY REMAINS.  MORE THAN 20 DEPENDENTS OWING IN    *
028567* ONE HOUSEHOLD LEAVES THE REST OF THE MONEY ON THE PAYER.  *
028568*----------------------------------------------------------*
028569 3610-PLAN-SHARE.
028570     SET WS-HH-NDX TO WS-HH-I.
028571     IF WS-HH-PAYER (WS-HH-NDX) NOT = WS-HH-PAYER-ID
028572         GO TO 3610-EXIT
028573     END-IF.
028574     MOVE 'Y' TO WS-HH-FOUND-SW.
028575     PERFORM 2200-FIND-SHARE THRU 2200-EXIT.
028576     IF SG-ROW-FOUND
028577         GO TO 3610-EXIT
028578     END-IF.
028579     IF WS-HH-REMAINING = 0
028580         GO TO 3610-EXIT
028581     END-IF.
028582     MOVE WS-HH-MEMBER (WS-HH-NDX) TO MEMBER-ID.
028583     READ MEMBER-MASTER-FILE
028584         INVALID KEY
028585             DISPLAY "DEPENDENT NOT ON MASTER, NO SHARE: "
028586                 WS-HH-MEMBER (WS-HH-NDX)
028587             GO TO 3610-EXIT
028588     END-READ.
028589     IF MEMBER-BALANCE NOT > 0
028590         GO TO 3610-EXIT
028591     END-IF.
028592     IF WS-SPLIT-USED = 20
028593         DISPLAY "MORE THAN 20 DEPENDENTS OWING - REST LEFT ON "
028594             WS-HH-PAYER-ID
028595         GO TO 3610-EXIT
028596     END-IF.
028597     ADD 1 TO WS-SPLIT-USED.
028598     SET WS-SPLIT-NDX TO WS-SPLIT-USED.
028599     MOVE MEMBER-ID TO WS-SPLIT-MEMBER (WS-SPLIT-NDX).
028600     MOVE 'N' TO WS-SPLIT-DONE-SW (WS-SPLIT-NDX).
028601     IF MEMBER-BALANCE < WS-HH-REMAINING
028602         MOVE MEMBER-BALANCE TO WS-SPLIT-AMOUNT (WS-SPLIT-NDX)
028603     ELSE
028604         MOVE WS-HH-REMAINING TO WS-SPLIT-AMOUNT (WS-SPLIT-NDX)
028605     END-IF.
028606     SUBTRACT WS-SPLIT-AMOUNT (WS-SPLIT-NDX) FROM WS-HH-REMAINING.
028607 3610-EXIT.
028608     EXIT.
028609
028610*----------------------------------------------------------*
028611* 3620-POST-SHARE - POST ONE SHARE (WS-HH-SHARE) TO THE     *
028612* MEMBER IN MEMBER-ID: FRESH KEYED READ, SUBTRACT, REWRITE, *
028613* AUDIT THE OLD/NEW PAIR.  A NONZERO SHARE GOES TO PAYHIST  *
028614* AS AN ORDINARY PAYMENT OF THAT MEMBER.  THE PAYER'S LINE  *
028615* IS AUDITED EVEN WHEN ITS SHARE IS ZERO - IT IS THE LINE   *
028616* THE RESTART GUARD COUNTS FOR THE WHOLE TRANSACTION.       *
028617*----------------------------------------------------------*
028618 3620-POST-SHARE.
028619     MOVE 'N' TO WS-POST-FAIL-SW.
028620     READ MEMBER-MASTER-FILE
028621         INVALID KEY
028622             MOVE 'Y' TO WS-POST-FAIL-SW
028623             DISPLAY "NOT ON MASTER: " MEMBER-ID
028624             GO TO 3620-EXIT
028625     END-READ.
028626     MOVE MEMBER-BALANCE TO WS-OLD-BALANCE.
028627     COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - WS-HH-SHARE.
028628     MOVE WS-NEW-BALANCE TO MEMBER-BALANCE.
028629     REWRITE MEMBER-MASTER-RECORD
028630         INVALID KEY
028631             MOVE 'Y' TO WS-POST-FAIL-SW
028632     END-REWRITE.
028633     IF NOT WS-MASTER-OK
028634         MOVE 'Y' TO WS-POST-FAIL-SW
028635     END-IF.
028636     IF POST-FAILED
028637         DISPLAY "MEMMAST REWRITE FAILED, STATUS = "
028638             WS-MASTER-STATUS
028639         GO TO 3620-EXIT
028640     END-IF.
028641     MOVE SPACES TO PAY-AUDIT-RECORD.
028642     MOVE WS-CURR-DATE     TO PA-DATE.
028643     MOVE MEMBER-ID        TO PA-MEMBER-ID.
028644     MOVE WS-OLD-BALANCE   TO PA-OLD-BALANCE.
028645     MOVE WS-NEW-BALANCE   TO PA-NEW-BALANCE.
028646     MOVE WS-HH-AUDIT-TYPE TO PA-TRAN-TYPE.
028647     PERFORM 3300-WRITE-AUDIT THRU 3300-EXIT.
028648     IF WS-HH-SHARE = 0
028649         GO TO 3620-EXIT
028650     END-IF.
028651     ADD 1 TO WS-HH-SHARE-COUNT.
028652     MOVE MEMBER-ID   TO PY-MEMBER-ID.
028653     MOVE WS-HH-SHARE TO PY-AMOUNT.
028654     MOVE 'P'         TO PY-TYPE.
028655     MOVE SPACES TO PAY-HIST-RECORD.
028656     MOVE PAY-TRANS-RECORD TO PAY-HIST-RECORD.
028657     WRITE PAY-HIST-RECORD.
028658     IF NOT WS-HIST-OK
028659         DISPLAY "PAYHIST WRITE FAILED, STATUS = "
028660             WS-HIST-STATUS
028661         IF RETURN-CODE < 4
028662             MOVE 4 TO RETURN-CODE
028663         END-IF
028664     END-IF.
028665 3620-EXIT.
028666     EXIT.
028667
028668*----------------------------------------------------------*
028669* 3630-POST-DEPENDENT - ONE DEPENDENT'S SHARE.  ONE POSTED  *
028670* BY A RUN THAT DIED IS SKIPPED; ONE THAT CANNOT POST IS    *
028671* CARRIED OVER AS THAT DEPENDENT'S OWN PAYMENT.             *
028672*----------------------------------------------------------*
028673 3630-POST-DEPENDENT.
028674     SET WS-SPLIT-NDX TO WS-SPLIT-I.
028675     IF SPLIT-DONE (WS-SPLIT-NDX)
028676         PERFORM 2250-SHARE-POSTED THRU 2250-EXIT
028677         GO TO 3630-EXIT
028678     END-IF.
028679     MOVE WS-SPLIT-MEMBER (WS-SPLIT-NDX) TO MEMBER-ID.
028680     MOVE WS-SPLIT-AMOUNT (WS-SPLIT-NDX) TO WS-HH-SHARE.
028681     MOVE 'H' TO WS-HH-AUDIT-TYPE.
028682     PERFORM 3620-POST-SHARE THRU 3620-EXIT.
028683     IF POST-FAILED
028684         MOVE WS-SPLIT-MEMBER (WS-SPLIT-NDX) TO PY-MEMBER-ID
028685         MOVE WS-HH-SHARE TO PY-AMOUNT WS-SHARE-EDIT
028686         MOVE 'P'         TO PY-TYPE
028687         DISPLAY "HOUSEHOLD SHARE CARRIED OVER: " PY-MEMBER-ID
028688             " " WS-SHARE-EDIT
028689         ADD 1 TO WS-HH-CARRIED-COUNT
028690         PERFORM 3200-KEEP-PAYMENT THRU 3200-EXIT
028691         IF RETURN-CODE < 4
028692             MOVE 4 TO RETURN-CODE
028693         END-IF
028694     END-IF.
028695 3630-EXIT.
028696     EXIT.
028697
028698*----------------------------------------------------------*
028700* 4000-RESET-TRANS - LEAVE PAYTRANS HOLDING ONLY THE        *
028800* CARRIED-OVER PAYMENTS (EMPTY ON A CLEAN NIGHT), SAME      *
028900* PATTERN AS THE CHKCLOSE CLOSE-OUT.                        *
034300     DISPLAY "  REWRITE FAILED, CARRIED.: " WS-FAILED-COUNT.
034310     DISPLAY "  ALREADY POSTED, SKIPPED.: "
034320         WS-SKIPPED-COUNT.
034323     DISPLAY "  UNKNOWN TYPE, CARRIED...: "
034327         WS-BAD-TYPE-COUNT.
034330     MOVE WS-REVERSAL-TOTAL TO WS-TOTAL-EDIT.
034334     DISPLAY "  REVERSALS POSTED........: " WS-REVERSAL-COUNT.
034338     DISPLAY "  AMOUNT REVERSED.........: " WS-TOTAL-EDIT.
034341     MOVE WS-REFUND-TOTAL TO WS-TOTAL-EDIT.
034345     DISPLAY "  REFUNDS POSTED..........: " WS-REFUND-COUNT.
034349     DISPLAY "  AMOUNT REFUNDED.........: " WS-TOTAL-EDIT.
034352     MOVE WS-RETURNED-TOTAL TO WS-TOTAL-EDIT.
034356     DISPLAY "  RETURNED ITEMS POSTED...: " WS-RETURNED-COUNT.
034360     DISPLAY "  AMOUNT RETURNED.........: " WS-TOTAL-EDIT.
034363     MOVE WS-RET-FEE-TOTAL TO WS-TOTAL-EDIT.
034367     DISPLAY "  RETURNED-ITEM FEES......: " WS-TOTAL-EDIT.
034370     MOVE WS-HOUSEHOLD-TOTAL TO WS-TOTAL-EDIT.
034374     DISPLAY "  HOUSEHOLD PAYMENTS......: " WS-HOUSEHOLD-COUNT.
034378     DISPLAY "  HOUSEHOLD AMOUNT........: " WS-TOTAL-EDIT.
034381     DISPLAY "  MEMBER SHARES POSTED....: " WS-HH-SHARE-COUNT.
034385     DISPLAY "  SHARES CARRIED OVER.....: "
034389         WS-HH-CARRIED-COUNT.
034392     DISPLAY "  NOT A PAYER, AS PAYMENT.: "
034396         WS-HH-NOT-PAYER-COUNT.
034400 9000-EXIT.
034500     EXIT.
