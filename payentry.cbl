002200*                      DAY'S PAYMENTS TO MEMBER-BALANCE WITH
002300*                      AN OLD/NEW AUDIT LINE PER PAYMENT, THE
002400*                      SAME WAY FEEPOST POSTS ADJUSTMENTS.    *
002403*   2026-10-15  KAGE   TRANSACTION TYPES.  BESIDES A PAYMENT
002407*                      THE DESK CAN NOW KEY A REVERSAL (WRONG
002410*                      MEMBER OR AMOUNT), A REFUND (CREDIT
002414*                      PAID BACK, E.G. TO A CANCELLED MEMBER)
002417*                      OR A RETURNED ITEM (BOUNCED CHEQUE,
002421*                      WITH AN OPTIONAL RETURNED-ITEM FEE).
002425*                      EACH ONE NAMES THE ORIGINAL PAYMENT BY
002428*                      ITS PAYHIST DATE AND TIME; IT MUST BE
002432*                      A POSTED PAYMENT OF THE SAME MEMBER
002435*                      AND THE AMOUNT MAY NOT EXCEED WHAT IS
002439*                      LEFT OF IT AFTER EARLIER REVERSALS,
002442*                      POSTED OR STILL WAITING IN PAYTRANS.
002446*                      PAYTRANS RECORD 52 TO 77 BYTES, NEW
002450*                      FIELDS APPENDED SO EVERY EXISTING
002453*                      COLUMN STANDS.
002457*   2026-10-15  KAGE   HOUSEHOLD PAYMENT (TYPE H).  KEYED
002460*                      AGAINST THE HOUSEHOLD'S RESPONSIBLE
002464*                      PAYER (SEE HOUSEHLD) FOR ONE CHEQUE
002467*                      COVERING THE FAMILY.  THE DESK SEES
002471*                      EVERY DEPENDENT'S BALANCE AND THE
002475*                      HOUSEHOLD TOTAL; PAYPOST DOES THE
002478*                      SPLIT, SO THE CLERK NO LONGER DIVIDES
002482*                      THE CHEQUE ACROSS IDS BY HAND.
002485*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
002489*                      SIGNED ON AT THE KIOSK, PASSED BY
002492*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
002496*                      OF BEING KEYED FREELY HERE.
002500*----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
003700         RECORD KEY IS MEMBER-ID
003800         FILE STATUS IS WS-MASTER-STATUS.
003900
003920     SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
003940         ORGANIZATION IS LINE SEQUENTIAL
003960         FILE STATUS IS WS-HIST-STATUS.
003964
003968     SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
003972         ORGANIZATION IS LINE SEQUENTIAL
003976         FILE STATUS IS WS-HHLD-STATUS.
003980
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PAY-TRANS-FILE.
005000     05 PY-TIME              PIC X(06).
005100     05 FILLER               PIC X(01).
005200     05 PY-CLERK             PIC X(08).
005207     05 FILLER               PIC X(01).
005215     05 PY-TYPE              PIC X(01).
005223         88 PY-TYPE-PAYMENT  VALUE 'P' ' ' 'H'.
005230         88 PY-TYPE-REVERSAL VALUE 'V'.
005238         88 PY-TYPE-REFUND   VALUE 'R'.
005246         88 PY-TYPE-RETURNED VALUE 'B'.
005253     05 FILLER               PIC X(01).
005261     05 PY-REF-DATE          PIC X(08).
005269     05 FILLER               PIC X(01).
005276     05 PY-REF-TIME          PIC X(06).
005284     05 FILLER               PIC X(01).
005292     05 PY-FEE               PIC 9(04)V99.
005293
005295 FD  HOUSEHOLD-FILE.
005296 01  HOUSEHOLD-RECORD.
005298     COPY HOUSEHLD.
005300
005400 FD  MEMBER-MASTER-FILE.
005500 01  MEMBER-MASTER-RECORD.
005600     COPY MEMBER.
005604
005609 FD  PAY-HIST-FILE.
005613 01  PAY-HIST-RECORD.
005618     05 PH-MEMBER-ID         PIC X(20).
005622     05 FILLER               PIC X(01).
005627     05 PH-AMOUNT            PIC 9(04)V99.
005631     05 FILLER               PIC X(01).
005636     05 PH-DATE              PIC X(08).
005640     05 FILLER               PIC X(01).
005645     05 PH-TIME              PIC X(06).
005650     05 FILLER               PIC X(01).
005654     05 PH-CLERK             PIC X(08).
005659     05 FILLER               PIC X(01).
005663     05 PH-TYPE              PIC X(01).
005668         88 PH-TYPE-PAYMENT  VALUE 'P' ' '.
005672     05 FILLER               PIC X(01).
005677     05 PH-REF-DATE          PIC X(08).
005681     05 FILLER               PIC X(01).
005686     05 PH-REF-TIME          PIC X(06).
005690     05 FILLER               PIC X(01).
005695     05 PH-FEE               PIC 9(04)V99.
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-USER-ID              PIC X(08).
006700 01  WS-AMT-NUM REDEFINES WS-AMT-INPUT
006800                             PIC 9(04)V99.
006900
006904 01  WS-TYPE-INPUT           PIC X(01).
006908     88 WS-TYPE-PAYMENT      VALUE 'P' ' '.
006912     88 WS-TYPE-REVERSAL     VALUE 'V'.
006916     88 WS-TYPE-REFUND       VALUE 'R'.
006920     88 WS-TYPE-RETURNED     VALUE 'B'.
006922     88 WS-TYPE-HOUSEHOLD    VALUE 'H'.
006924     88 WS-TYPE-VALID        VALUE 'P' ' ' 'V' 'R' 'B' 'H'.
006928 01  WS-REF-DATE             PIC X(08).
006932 01  WS-REF-TIME             PIC X(06).
006936 01  WS-FEE-INPUT            PIC X(06) JUSTIFIED RIGHT.
006940 01  WS-FEE-NUM REDEFINES WS-FEE-INPUT
006944                             PIC 9(04)V99.
006948
006952*----------------------------------------------------------*
006956* THE ORIGINAL PAYMENT A REVERSAL, REFUND OR RETURNED ITEM  *
006960* POINTS AT, AND HOW MUCH OF IT IS STILL OPEN TO REVERSE    *
006964* (ORIGINAL AMOUNT LESS EVERYTHING ALREADY KEYED AGAINST    *
006968* IT, POSTED IN PAYHIST OR WAITING IN TODAY'S PAYTRANS).    *
006972*----------------------------------------------------------*
006976 01  WS-ORIG-AMOUNT          PIC 9(04)V99 VALUE 0.
006980 01  WS-ORIG-REVERSED        PIC 9(05)V99 VALUE 0.
006984 01  WS-ORIG-OPEN            PIC S9(05)V99 VALUE 0.
006988 01  WS-CREDIT-AVAILABLE     PIC S9(04)V99 VALUE 0.
006992 01  WS-AMT-EDIT             PIC $$$$9.99.
006993 01  WS-HH-TOTAL             PIC S9(06)V99 VALUE 0.
006994 01  WS-HH-TOTAL-EDIT        PIC +$$$$$9.99.
006996
007000 01  WS-SWITCHES.
007100     05 WS-TRANS-STATUS      PIC X(02).
007200         88 WS-TRANS-OK      VALUE '00'.
007300         88 WS-TRANS-NOT-FOUND VALUE '35'.
007400     05 WS-MASTER-STATUS     PIC X(02).
007500         88 WS-MASTER-OK     VALUE '00'.
007520     05 WS-HIST-STATUS       PIC X(02).
007540         88 WS-HIST-OK       VALUE '00'.
007560         88 WS-HIST-EOF      VALUE '10'.
007580         88 WS-HIST-NOT-FOUND VALUE '35'.
007584     05 WS-HHLD-STATUS       PIC X(02).
007588         88 WS-HHLD-OK       VALUE '00'.
007592         88 WS-HHLD-EOF      VALUE '10'.
007596         88 WS-HHLD-NOT-FOUND VALUE '35'.
007600     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
007700         88 MEMBER-FOUND     VALUE 'Y'.
007720     05 WS-ORIG-FOUND-SW     PIC X(01) VALUE 'N'.
007740         88 ORIGINAL-FOUND   VALUE 'Y'.
007760     05 WS-TRANS-EOF-SW      PIC X(01) VALUE 'N'.
007780         88 WS-TRANS-EOF     VALUE 'Y'.
007786     05 WS-PAYER-SW          PIC X(01) VALUE 'N'.
007793         88 HOUSEHOLD-PAYER  VALUE 'Y'.
007800
007900 01  WS-CURRENT-DATE-TIME.
008000     05 WS-CURR-DATE         PIC X(08).
008500 01  WS-KLOG.
008600     COPY KLOGREC.
008700
008720 LINKAGE SECTION.
008740 01  SIGNON-PARM.
008760     COPY SIGNON.
008780
008800 PROCEDURE DIVISION USING SIGNON-PARM.
008900 0000-MAINLINE.
009000     MOVE "PAYENTRY" TO KLOG-PROGRAM.
009100     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
009700     END-IF.
009800     MOVE MEMBER-BALANCE TO WS-BAL-EDIT.
009900     DISPLAY "MEMBER " MEMBER-NAME " OWES " WS-BAL-EDIT.
009909     PERFORM 1150-GET-TRAN-TYPE THRU 1150-EXIT.
009910     IF WS-TYPE-HOUSEHOLD
009911         PERFORM 2200-SHOW-HOUSEHOLD THRU 2200-EXIT
009913         IF NOT HOUSEHOLD-PAYER
009914             DISPLAY "MEMBER " WS-SEARCH-ID
009916                 " IS NOT A HOUSEHOLD PAYER"
009917             GOBACK
009919         END-IF
009920         PERFORM 1200-GET-AMOUNT THRU 1200-EXIT
009922         PERFORM 3000-WRITE-PAYMENT THRU 3000-EXIT
009923         GOBACK
009925     END-IF.
009926     IF WS-TYPE-PAYMENT
009928         MOVE 'P' TO WS-TYPE-INPUT
009938         PERFORM 1200-GET-AMOUNT THRU 1200-EXIT
009947     ELSE
009957         PERFORM 1300-GET-REFERENCE THRU 1300-EXIT
009966         PERFORM 2100-FIND-ORIGINAL THRU 2100-EXIT
009976         IF NOT ORIGINAL-FOUND
009985             DISPLAY "NO POSTED PAYMENT FOR " WS-SEARCH-ID
009995                 " ON " WS-REF-DATE " AT " WS-REF-TIME
010004             GOBACK
010014         END-IF
010023         PERFORM 1400-GET-REVERSE-AMOUNT THRU 1400-EXIT
010033         IF WS-AMT-NUM = 0
010042             GOBACK
010052         END-IF
010061         IF WS-TYPE-RETURNED
010071             PERFORM 1500-GET-FEE THRU 1500-EXIT
010080         END-IF
010090     END-IF.
010100     PERFORM 3000-WRITE-PAYMENT THRU 3000-EXIT.
010200     GOBACK.
010300
010500* 1000-GET-USER-ID - IDENTIFY THE CLERK TAKING THE PAYMENT  *
010600* SO THE TRANSACTION AND THE POSTING AUDIT CAN ANSWER "WHO  *
010700* TOOK THIS MONEY".                                         *
010750* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.      *
010800*----------------------------------------------------------*
010900 1000-GET-USER-ID.
011000     MOVE SO-OPER-ID TO WS-USER-ID.
011600 1000-EXIT.
011700     EXIT.
011800
013400     EXIT.
013500
013600*----------------------------------------------------------*
013604* 1150-GET-TRAN-TYPE - WHAT THE CLERK IS KEYING.  ENTER (OR *
013609* P) IS AN ORDINARY PAYMENT, SO THE EVERYDAY CASE TAKES NO  *
013614* EXTRA KEYSTROKE.  H IS ONE PAYMENT FOR A WHOLE HOUSEHOLD, *
013619* KEYED AGAINST ITS RESPONSIBLE PAYER.                      *
013623*----------------------------------------------------------*
013628 1150-GET-TRAN-TYPE.
013633     DISPLAY "Type - P=payment V=reversal R=refund "
013638         WITH NO ADVANCING.
013642     DISPLAY "B=returned item H=household (ENTER=P): "
013647         WITH NO ADVANCING.
013652     MOVE SPACE TO WS-TYPE-INPUT.
013657     ACCEPT WS-TYPE-INPUT.
013661     IF NOT WS-TYPE-VALID
013666         DISPLAY "INVALID TYPE - ENTER P, V, R, B OR H"
013671         GO TO 1150-GET-TRAN-TYPE
013676     END-IF.
013680 1150-EXIT.
013685     EXIT.
013690
013695*----------------------------------------------------------*
013700* 1200-GET-AMOUNT - PAYMENT AMOUNT, KEYED THE WAY BALANCES  *
013800* ARE KEYED EVERYWHERE ELSE: 6 DIGITS WITH IMPLIED CENTS    *
013900* (123456 = 1234.56).  A ZERO PAYMENT IS REFUSED.           *
014900         GO TO 1200-GET-AMOUNT
015000     END-IF.
015100 1200-EXIT.
015101     EXIT.
015102
015103*----------------------------------------------------------*
015105* 1300-GET-REFERENCE - THE ORIGINAL PAYMENT, BY THE DATE    *
015106* AND TIME PRINTED ON THE RECEIPT (AND ON THE STATEMENT).   *
015107*----------------------------------------------------------*
015108 1300-GET-REFERENCE.
015110     DISPLAY "Original payment date (YYYYMMDD): "
015111         WITH NO ADVANCING.
015112     ACCEPT WS-REF-DATE.
015114     IF WS-REF-DATE NOT NUMERIC
015115         DISPLAY "INVALID DATE - ENTER 8 DIGITS, YYYYMMDD"
015116         GO TO 1300-GET-REFERENCE
015117     END-IF.
015119 1300-GET-TIME.
015120     DISPLAY "Original payment time (HHMMSS): "
015121         WITH NO ADVANCING.
015123     ACCEPT WS-REF-TIME.
015124     IF WS-REF-TIME NOT NUMERIC
015125         DISPLAY "INVALID TIME - ENTER 6 DIGITS, HHMMSS"
015126         GO TO 1300-GET-TIME
015128     END-IF.
015129 1300-EXIT.
015130     EXIT.
015132
015133*----------------------------------------------------------*
015134* 1400-GET-REVERSE-AMOUNT - A REVERSAL OR RETURNED ITEM     *
015135* TAKES BACK EVERYTHING STILL OPEN ON THE ORIGINAL - THE    *
015137* CLERK RE-KEYS THE CORRECT PAYMENT SEPARATELY.  A REFUND   *
015138* MAY BE PARTIAL, BUT NOT MORE THAN IS OPEN ON THE ORIGINAL *
015139* NOR MORE THAN THE MEMBER HAS ON CREDIT - THE DESK DOES    *
015141* NOT PAY OUT MONEY THE MEMBER STILL OWES US.  NOTHING OPEN *
015142* (OR NO CREDIT) ANSWERS ZERO AND NOTHING IS WRITTEN.       *
015143*----------------------------------------------------------*
015144 1400-GET-REVERSE-AMOUNT.
015146     MOVE 0 TO WS-AMT-NUM.
015147     COMPUTE WS-ORIG-OPEN = WS-ORIG-AMOUNT - WS-ORIG-REVERSED.
015148     IF WS-ORIG-OPEN NOT > 0
015150         DISPLAY "ORIGINAL PAYMENT IS ALREADY FULLY REVERSED"
015151         GO TO 1400-EXIT
015152     END-IF.
015153     MOVE WS-ORIG-OPEN TO WS-AMT-EDIT.
015155     DISPLAY "ORIGINAL PAYMENT OPEN TO REVERSE: " WS-AMT-EDIT.
015156     IF NOT WS-TYPE-REFUND
015157         MOVE WS-ORIG-OPEN TO WS-AMT-NUM
015158         GO TO 1400-EXIT
015160     END-IF.
015161     COMPUTE WS-CREDIT-AVAILABLE = 0 - MEMBER-BALANCE.
015162     IF WS-CREDIT-AVAILABLE NOT > 0
015164         DISPLAY "MEMBER HAS NO CREDIT BALANCE TO REFUND"
015165         GO TO 1400-EXIT
015166     END-IF.
015167 1400-ASK-AMOUNT.
015169     PERFORM 1200-GET-AMOUNT THRU 1200-EXIT.
015170     IF WS-AMT-NUM > WS-ORIG-OPEN
015171         OR WS-AMT-NUM > WS-CREDIT-AVAILABLE
015173         DISPLAY "REFUND MAY NOT EXCEED THE OPEN AMOUNT OR THE"
015174         DISPLAY "MEMBER'S CREDIT BALANCE"
015175         GO TO 1400-ASK-AMOUNT
015176     END-IF.
015178 1400-EXIT.
015179     EXIT.
015180
015182*----------------------------------------------------------*
015183* 1500-GET-FEE - OPTIONAL RETURNED-ITEM FEE, SAME 6-DIGIT   *
015184* IMPLIED-CENTS ENTRY AS THE AMOUNT.  ZERO MEANS NO FEE.    *
015185*----------------------------------------------------------*
015187 1500-GET-FEE.
015188     DISPLAY "Returned-item fee, 6 digits (000000=none): "
015189         WITH NO ADVANCING.
015191     ACCEPT WS-FEE-INPUT.
015192     INSPECT WS-FEE-INPUT REPLACING LEADING SPACE BY ZERO.
015193     IF NOT WS-FEE-INPUT NUMERIC
015194         DISPLAY "INVALID FEE - ENTER 6 DIGITS"
015196         GO TO 1500-GET-FEE
015197     END-IF.
015198 1500-EXIT.
015200     EXIT.
015300
015400*----------------------------------------------------------*
017300     END-READ.
017400     CLOSE MEMBER-MASTER-FILE.
017500 2000-EXIT.
017501     EXIT.
017502
017504*----------------------------------------------------------*
017505* 2100-FIND-ORIGINAL - ONE PASS OF PAYHIST FOR THE ORIGINAL *
017506* PAYMENT (SAME MEMBER, DATE AND TIME, PAYMENT TYPE) AND    *
017508* FOR EVERYTHING ALREADY POSTED AGAINST IT, THEN ONE PASS   *
017509* OF TODAY'S PAYTRANS FOR ANYTHING KEYED AGAINST IT BUT NOT *
017510* YET POSTED - TWO CLERKS MUST NOT REVERSE ONE CHEQUE TWICE.*
017512*----------------------------------------------------------*
017513 2100-FIND-ORIGINAL.
017514     MOVE 'N' TO WS-ORIG-FOUND-SW.
017516     MOVE 0 TO WS-ORIG-AMOUNT WS-ORIG-REVERSED.
017517     OPEN INPUT PAY-HIST-FILE.
017519     IF WS-HIST-NOT-FOUND
017520         GO TO 2100-EXIT
017521     END-IF.
017523     IF NOT WS-HIST-OK
017524         DISPLAY "PAYHIST OPEN FAILED, STATUS = "
017525             WS-HIST-STATUS
017527         GOBACK
017528     END-IF.
017529     PERFORM 2110-READ-HIST THRU 2110-EXIT.
017531     PERFORM 2120-CHECK-HIST THRU 2120-EXIT
017532         UNTIL WS-HIST-EOF.
017534     CLOSE PAY-HIST-FILE.
017535     MOVE 'N' TO WS-TRANS-EOF-SW.
017536     OPEN INPUT PAY-TRANS-FILE.
017538     IF NOT WS-TRANS-OK
017539         GO TO 2100-EXIT
017540     END-IF.
017542     PERFORM 2130-READ-TRANS THRU 2130-EXIT.
017543     PERFORM 2140-CHECK-TRANS THRU 2140-EXIT
017544         UNTIL WS-TRANS-EOF.
017546     CLOSE PAY-TRANS-FILE.
017547 2100-EXIT.
017548     EXIT.
017550
017551 2110-READ-HIST.
017553     READ PAY-HIST-FILE.
017554 2110-EXIT.
017555     EXIT.
017557
017558 2120-CHECK-HIST.
017559     IF PH-MEMBER-ID NOT = WS-SEARCH-ID
017561         GO TO 2120-NEXT
017562     END-IF.
017563     IF PH-TYPE-PAYMENT
017565         IF PH-DATE = WS-REF-DATE AND PH-TIME = WS-REF-TIME
017566             MOVE 'Y' TO WS-ORIG-FOUND-SW
017568             MOVE PH-AMOUNT TO WS-ORIG-AMOUNT
017569         END-IF
017570     ELSE
017572         IF PH-REF-DATE = WS-REF-DATE
017573             AND PH-REF-TIME = WS-REF-TIME
017574             ADD PH-AMOUNT TO WS-ORIG-REVERSED
017576         END-IF
017577     END-IF.
017578 2120-NEXT.
017580     PERFORM 2110-READ-HIST THRU 2110-EXIT.
017581 2120-EXIT.
017582     EXIT.
017584
017585 2130-READ-TRANS.
017587     READ PAY-TRANS-FILE
017588         AT END MOVE 'Y' TO WS-TRANS-EOF-SW
017589     END-READ.
017591 2130-EXIT.
017592     EXIT.
017593
017595 2140-CHECK-TRANS.
017596     IF PY-MEMBER-ID = WS-SEARCH-ID
017597         AND NOT PY-TYPE-PAYMENT
017599         AND PY-REF-DATE = WS-REF-DATE
017600         AND PY-REF-TIME = WS-REF-TIME
017602         ADD PY-AMOUNT TO WS-ORIG-REVERSED
017603     END-IF.
017604     PERFORM 2130-READ-TRANS THRU 2130-EXIT.
017606 2140-EXIT.
017607     EXIT.
017608
017610*----------------------------------------------------------*
017611* 2200-SHOW-HOUSEHOLD - THE HOUSEHLD ROWS THIS MEMBER PAYS  *
017612* FOR, EACH DEPENDENT WITH ITS OWN BALANCE, AND THE         *
017614* HOUSEHOLD TOTAL, SO THE CLERK CAN TELL THE PAYER WHAT THE *
017615* FAMILY OWES.  PAYPOST APPLIES THE MONEY TO THE PAYER'S    *
017617* OWN BALANCE FIRST, THEN TO EACH DEPENDENT IN THIS ORDER;  *
017618* ANYTHING LEFT OVER STAYS ON THE PAYER AS A CREDIT.  NO    *
017619* HOUSEHLD ON FILE MEANS NOBODY IS A HOUSEHOLD PAYER.       *
017621*----------------------------------------------------------*
017622 2200-SHOW-HOUSEHOLD.
017623     MOVE 'N' TO WS-PAYER-SW.
017625     MOVE MEMBER-BALANCE TO WS-HH-TOTAL.
017626     OPEN INPUT HOUSEHOLD-FILE.
017627     IF WS-HHLD-NOT-FOUND
017629         GO TO 2200-EXIT
017630     END-IF.
017631     IF NOT WS-HHLD-OK
017633         DISPLAY "HOUSEHLD OPEN FAILED, STATUS = "
017634             WS-HHLD-STATUS
017636         GOBACK
017637     END-IF.
017638     OPEN INPUT MEMBER-MASTER-FILE.
017640     IF NOT WS-MASTER-OK
017641         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
017642             WS-MASTER-STATUS
017644         CLOSE HOUSEHOLD-FILE
017645         GOBACK
017646     END-IF.
017648     PERFORM 2210-READ-HOUSEHOLD THRU 2210-EXIT.
017649     PERFORM 2220-SHOW-DEPENDENT THRU 2220-EXIT
017651         UNTIL WS-HHLD-EOF.
017652     CLOSE HOUSEHOLD-FILE.
017653     CLOSE MEMBER-MASTER-FILE.
017655     IF HOUSEHOLD-PAYER
017656         MOVE WS-HH-TOTAL TO WS-HH-TOTAL-EDIT
017657         DISPLAY "HOUSEHOLD TOTAL OWED: " WS-HH-TOTAL-EDIT
017659         DISPLAY "PAYMENT CLEARS THE PAYER FIRST, THEN EACH"
017660         DISPLAY "DEPENDENT IN THE ORDER SHOWN"
017661     END-IF.
017663 2200-EXIT.
017664     EXIT.
017665
017667 2210-READ-HOUSEHOLD.
017668     READ HOUSEHOLD-FILE.
017670 2210-EXIT.
017671     EXIT.
017672
017674 2220-SHOW-DEPENDENT.
017675     IF HH-PAYER-ID NOT = WS-SEARCH-ID
017676         OR HH-MEMBER-ID = WS-SEARCH-ID
017678         GO TO 2220-NEXT
017679     END-IF.
017680     MOVE 'Y' TO WS-PAYER-SW.
017682     MOVE HH-MEMBER-ID TO MEMBER-ID.
017683     READ MEMBER-MASTER-FILE
017685         INVALID KEY
017686             DISPLAY "  DEPENDENT " HH-MEMBER-ID " NOT ON MASTER"
017687             GO TO 2220-NEXT
017689     END-READ.
017690     ADD MEMBER-BALANCE TO WS-HH-TOTAL.
017691     MOVE MEMBER-BALANCE TO WS-BAL-EDIT.
017693     DISPLAY "  DEPENDENT " MEMBER-NAME " OWES " WS-BAL-EDIT.
017694 2220-NEXT.
017695     PERFORM 2210-READ-HOUSEHOLD THRU 2210-EXIT.
017697 2220-EXIT.
017698     EXIT.
017700
017800*----------------------------------------------------------*
017900* 3000-WRITE-PAYMENT - APPEND ONE DATED PAYMENT TRANSACTION *
020400     MOVE WS-CURR-DATE TO PY-DATE.
020500     MOVE WS-CURR-TIME TO PY-TIME.
020600     MOVE WS-USER-ID   TO PY-CLERK.
020610     MOVE WS-TYPE-INPUT TO PY-TYPE.
020620     MOVE 0            TO PY-FEE.
020630     IF NOT PY-TYPE-PAYMENT
020640         MOVE WS-REF-DATE TO PY-REF-DATE
020650         MOVE WS-REF-TIME TO PY-REF-TIME
020660         IF PY-TYPE-RETURNED
020670             MOVE WS-FEE-NUM TO PY-FEE
020680         END-IF
020690     END-IF.
020700     WRITE PAY-TRANS-RECORD.
020800     IF NOT WS-TRANS-OK
020900         DISPLAY "PAYTRANS WRITE FAILED, STATUS = "
021800         END-IF
021900     ELSE
022000         DISPLAY "PAYMENT RECORDED FOR " WS-SEARCH-ID
022025         IF NOT PY-TYPE-PAYMENT
022050             PERFORM 3100-LOG-REVERSAL THRU 3100-EXIT
022075         END-IF
022100     END-IF.
022200     CLOSE PAY-TRANS-FILE.
022300 3000-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------*
022700* 3100-LOG-REVERSAL - MONEY GOING BACK OUT (OR A CHEQUE     *
022800* COMING BACK) IS WORTH A LINE ON THE RUN LOG WITH THE      *
022900* CLERK AND THE ORIGINAL IT WAS KEYED AGAINST.              *
023000*----------------------------------------------------------*
023100 3100-LOG-REVERSAL.
023200     MOVE WS-SEARCH-ID TO KLOG-MEMBER-ID.
023300     MOVE 'I'          TO KLOG-SEVERITY.
023400     MOVE SPACES       TO KLOG-MSG-TEXT.
023500     EVALUATE TRUE
023600         WHEN PY-TYPE-REVERSAL
023700             MOVE "PAY003" TO KLOG-MSG-CODE
023800             STRING "REVERSAL OF " DELIMITED BY SIZE
023900                 WS-REF-DATE DELIMITED BY SIZE
024000                 " " DELIMITED BY SIZE
024100                 WS-REF-TIME DELIMITED BY SIZE
024200                 " BY " DELIMITED BY SIZE
024300                 WS-USER-ID DELIMITED BY SIZE
024400                 INTO KLOG-MSG-TEXT
024500         WHEN PY-TYPE-REFUND
024600             MOVE "PAY004" TO KLOG-MSG-CODE
024700             STRING "REFUND ON " DELIMITED BY SIZE
024800                 WS-REF-DATE DELIMITED BY SIZE
024900                 " " DELIMITED BY SIZE
025000                 WS-REF-TIME DELIMITED BY SIZE
025100                 " BY " DELIMITED BY SIZE
025200                 WS-USER-ID DELIMITED BY SIZE
025300                 INTO KLOG-MSG-TEXT
025400         WHEN OTHER
025500             MOVE "PAY005" TO KLOG-MSG-CODE
025600             STRING "RETURNED ITEM " DELIMITED BY SIZE
025700                 WS-REF-DATE DELIMITED BY SIZE
025800                 " " DELIMITED BY SIZE
025900                 WS-REF-TIME DELIMITED BY SIZE
026000                 " BY " DELIMITED BY SIZE
026100                 WS-USER-ID DELIMITED BY SIZE
026200                 INTO KLOG-MSG-TEXT
026300     END-EVALUATE.
026400     CALL "KLOGWRT" USING WS-KLOG.
026500 3100-EXIT.
026600     EXIT.
