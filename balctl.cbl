002257*                      SHARED RUNCTLW SERVICE; IN RESTART
002276*                      MODE A STEP ALREADY ENDED CLEAN FOR
002295*                      THE BUSINESS DATE IS SKIPPED.
002310*   2026-10-15  KAGE   PAYMENT MOVEMENT IS BROKEN DOWN ON
002325*                      THE PROOF BY THE PAYAUDIT TRANSACTION
002340*                      TYPE - PAYMENTS, REVERSALS, REFUNDS,
002355*                      RETURNED ITEMS AND RETURNED-ITEM FEES.
002370*                      THE PROOF ITSELF IS UNCHANGED.
002372*   2026-10-15  KAGE   FEEAUDIT LINES CARRY A CHARGE TYPE
002375*                      (47 TO 49 BYTES) - FEE MOVEMENT IS
002377*                      BROKEN DOWN INTO FEEPOST ADJUSTMENTS
002380*                      AND THE DUESBILL MONTHLY DUES AND
002382*                      JOINING FEES.  PROOF UNCHANGED.
002383*   2026-10-15  KAGE   LOCKPOST LOCKER RENTAL CHARGES (TYPE
002384*                      L) GET THEIR OWN FEE BREAKDOWN LINE.
002385*   2026-10-15  KAGE   PTPOST PERSONAL TRAINING PACKAGE SALES
002386*                      (TYPE T) GET THEIR OWN FEE BREAKDOWN
002387*                      LINE.
002388*----------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006600     05 FA-OLD-BALANCE       PIC +9999.99.
006700     05 FILLER               PIC X(01).
006800     05 FA-NEW-BALANCE       PIC +9999.99.
006820     05 FILLER               PIC X(01).
006840     05 FA-CHARGE-TYPE       PIC X(01).
006860         88 FA-TYPE-DUES     VALUE 'D'.
006880         88 FA-TYPE-JOIN-FEE VALUE 'J'.
006890         88 FA-TYPE-LOCKER   VALUE 'L'.
006895         88 FA-TYPE-PT       VALUE 'T'.
006900
007000 FD  PAY-AUDIT-FILE.
007100 01  PAY-AUDIT-RECORD.
007600     05 PA-OLD-BALANCE       PIC +9999.99.
007700     05 FILLER               PIC X(01).
007800     05 PA-NEW-BALANCE       PIC +9999.99.
007814     05 FILLER               PIC X(01).
007828     05 PA-TRAN-TYPE         PIC X(01).
007842         88 PA-TYPE-REVERSAL VALUE 'V'.
007857         88 PA-TYPE-REFUND   VALUE 'R'.
007871         88 PA-TYPE-RETURNED VALUE 'B'.
007885         88 PA-TYPE-FEE      VALUE 'F'.
007900
008000 FD  MEMBER-MASTER-FILE.
008100 01  MEMBER-MASTER-RECORD.
010900 01  WS-OPENING-TOTAL        PIC S9(07)V99 VALUE 0.
011000 01  WS-FEE-MOVEMENT         PIC S9(07)V99 VALUE 0.
011100 01  WS-PAY-MOVEMENT         PIC S9(07)V99 VALUE 0.
011102 01  WS-FEE-BREAKDOWN.
011105     05 WS-ADJUST-MOVE       PIC S9(07)V99 VALUE 0.
011108     05 WS-DUES-MOVE         PIC S9(07)V99 VALUE 0.
011111     05 WS-JOIN-FEES-MOVE    PIC S9(07)V99 VALUE 0.
011112     05 WS-LOCKER-MOVE       PIC S9(07)V99 VALUE 0.
011113     05 WS-PT-MOVE           PIC S9(07)V99 VALUE 0.
011114 01  WS-PAY-BREAKDOWN.
011128     05 WS-PAYMENTS-MOVE     PIC S9(07)V99 VALUE 0.
011142     05 WS-REVERSALS-MOVE    PIC S9(07)V99 VALUE 0.
011157     05 WS-REFUNDS-MOVE      PIC S9(07)V99 VALUE 0.
011171     05 WS-RETURNED-MOVE     PIC S9(07)V99 VALUE 0.
011185     05 WS-RET-FEES-MOVE     PIC S9(07)V99 VALUE 0.
011200 01  WS-CLOSING-TOTAL        PIC S9(07)V99 VALUE 0.
011300 01  WS-EXPECTED-TOTAL       PIC S9(07)V99 VALUE 0.
011400 01  WS-DIFFERENCE           PIC S9(07)V99 VALUE 0.
021100     MOVE FA-NEW-BALANCE TO WS-NEW-AMOUNT.
021200     COMPUTE WS-FEE-MOVEMENT = WS-FEE-MOVEMENT
021300         + WS-NEW-AMOUNT - WS-OLD-AMOUNT.
021308     EVALUATE TRUE
021316         WHEN FA-TYPE-DUES
021325             COMPUTE WS-DUES-MOVE = WS-DUES-MOVE
021333                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
021341         WHEN FA-TYPE-JOIN-FEE
021350             COMPUTE WS-JOIN-FEES-MOVE = WS-JOIN-FEES-MOVE
021358                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
021359         WHEN FA-TYPE-LOCKER
021360             COMPUTE WS-LOCKER-MOVE = WS-LOCKER-MOVE
021361                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
021362         WHEN FA-TYPE-PT
021363             COMPUTE WS-PT-MOVE = WS-PT-MOVE
021364                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
021366         WHEN OTHER
021375             COMPUTE WS-ADJUST-MOVE = WS-ADJUST-MOVE
021383                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
021391     END-EVALUATE.
021400     ADD 1 TO WS-FEE-LINES.
021500 2200-NEXT.
021600     PERFORM 2100-READ-FEE THRU 2100-EXIT.
025200     MOVE PA-NEW-BALANCE TO WS-NEW-AMOUNT.
025300     COMPUTE WS-PAY-MOVEMENT = WS-PAY-MOVEMENT
025400         + WS-NEW-AMOUNT - WS-OLD-AMOUNT.
025405     EVALUATE TRUE
025411         WHEN PA-TYPE-REVERSAL
025416             COMPUTE WS-REVERSALS-MOVE = WS-REVERSALS-MOVE
025422                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
025427         WHEN PA-TYPE-REFUND
025433             COMPUTE WS-REFUNDS-MOVE = WS-REFUNDS-MOVE
025438                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
025444         WHEN PA-TYPE-RETURNED
025450             COMPUTE WS-RETURNED-MOVE = WS-RETURNED-MOVE
025455                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
025461         WHEN PA-TYPE-FEE
025466             COMPUTE WS-RET-FEES-MOVE = WS-RET-FEES-MOVE
025472                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
025477         WHEN OTHER
025483             COMPUTE WS-PAYMENTS-MOVE = WS-PAYMENTS-MOVE
025488                 + WS-NEW-AMOUNT - WS-OLD-AMOUNT
025494     END-EVALUATE.
025500     ADD 1 TO WS-PAY-LINES.
025600 3200-NEXT.
025700     PERFORM 3100-READ-PAY THRU 3100-EXIT.
032400     MOVE "FEE POSTING MOVEMENT......" TO PD-LABEL.
032500     MOVE WS-FEE-MOVEMENT TO PD-AMOUNT.
032600     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032610     MOVE "  FEE ADJUSTMENTS........." TO PD-LABEL.
032620     MOVE WS-ADJUST-MOVE TO PD-AMOUNT.
032630     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032640     MOVE "  MONTHLY DUES BILLED....." TO PD-LABEL.
032650     MOVE WS-DUES-MOVE TO PD-AMOUNT.
032660     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032670     MOVE "  JOINING FEES BILLED....." TO PD-LABEL.
032680     MOVE WS-JOIN-FEES-MOVE TO PD-AMOUNT.
032690     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032692     MOVE "  LOCKER RENTALS BILLED..." TO PD-LABEL.
032694     MOVE WS-LOCKER-MOVE TO PD-AMOUNT.
032696     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032697     MOVE "  PT PACKAGES SOLD........" TO PD-LABEL.
032698     MOVE WS-PT-MOVE TO PD-AMOUNT.
032699     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032700     MOVE "PAYMENT POSTING MOVEMENT.." TO PD-LABEL.
032800     MOVE WS-PAY-MOVEMENT TO PD-AMOUNT.
032806     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032812     MOVE "  PAYMENTS RECEIVED......." TO PD-LABEL.
032818     MOVE WS-PAYMENTS-MOVE TO PD-AMOUNT.
032825     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032831     MOVE "  PAYMENTS REVERSED......." TO PD-LABEL.
032837     MOVE WS-REVERSALS-MOVE TO PD-AMOUNT.
032843     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032850     MOVE "  REFUNDS PAID OUT........" TO PD-LABEL.
032856     MOVE WS-REFUNDS-MOVE TO PD-AMOUNT.
032862     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032868     MOVE "  RETURNED ITEMS.........." TO PD-LABEL.
032875     MOVE WS-RETURNED-MOVE TO PD-AMOUNT.
032881     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
032887     MOVE "  RETURNED-ITEM FEES......" TO PD-LABEL.
032893     MOVE WS-RET-FEES-MOVE TO PD-AMOUNT.
032900     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
033000     MOVE "EXPECTED CLOSING TOTAL...." TO PD-LABEL.
033100     MOVE WS-EXPECTED-TOTAL TO PD-AMOUNT.
