000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARAGING.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  AGED RECEIVABLES.  SUSPBAT ONLY
001000*                      KNOWS A BALANCE IS OVER A LINE AND
001100*                      STMTGEN ONLY KNOWS WHAT IS OWED -
001200*                      NOTHING SAID HOW OLD THE DEBT WAS.
001300*                      EVERY CHARGE ON FILE (FEEAUDIT LINES
001400*                      THAT RAISED THE BALANCE, PLUS THE
001500*                      PAYHIST REVERSALS, REFUNDS, RETURNED
001600*                      ITEMS AND RETURNED-ITEM FEES) AND
001700*                      EVERY PAYMENT IS SORTED BY MEMBER,
001800*                      NEWEST FIRST, AND MATCHED TO THE
001900*                      MEMBER MASTER IN KEY ORDER.  PAYMENTS
002000*                      ARE APPLIED OLDEST CHARGE FIRST, SO
002100*                      WHAT A MEMBER STILL OWES IS ALWAYS
002200*                      THEIR NEWEST CHARGES - THE MASTER
002300*                      BALANCE IS SPREAD BACK OVER THEM,
002400*                      NEWEST FIRST, INTO CURRENT / 30 / 60
002500*                      / 90+ DAYS BY CHARGE DATE AGAINST THE
002600*                      BUSINESS DATE.  ANY PART OF THE
002700*                      BALANCE OLDER THAN THE CHARGES STILL
002800*                      ON FILE (ARCHIVED, OR KEYED BEFORE
002900*                      THE AUDIT TRAILS EXISTED) IS 90+.
003000*                      BECAUSE THE BUCKETS ARE CUT FROM
003100*                      MEMBER-BALANCE ITSELF THEY ALWAYS
003200*                      FOOT TO THE SAME MASTER TOTAL BALCTL
003300*                      PROVES AS ITS ACTUAL CLOSING TOTAL,
003400*                      AND THE SUMMARY PRINTS THAT PROOF.
003500*                      MEMBERS PAST DUE AT LEAST THE RUN
003600*                      PARAMETER'S DAYS (DEFAULT 90) ALSO GO
003700*                      ON A CSV FOR THE COLLECTIONS AGENCY.
003800*
003900* RUN PARAMETER.
004000*   DDD - DAYS PAST DUE (030, 060 OR 090) THAT PUTS A MEMBER
004100*   ON THE COLLECTIONS CSV.  BLANK OR INVALID MEANS 090.
004200*----------------------------------------------------------*
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT FEE-AUDIT-FILE ASSIGN TO "FEEAUDIT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-AUDIT-STATUS.
005000
005100     SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-HIST-STATUS.
005400
005500     SELECT AGE-SORTED-FILE ASSIGN TO "AGESORT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-SORTED-STATUS.
005800
005900     SELECT AGE-SORT-WORK ASSIGN TO "SORTWK01".
006000
006100     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS MEMBER-ID
006500         FILE STATUS IS WS-MASTER-STATUS.
006600
006700     SELECT AGE-REPORT-FILE ASSIGN TO "AGERPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-REPORT-STATUS.
007000
007100     SELECT AGE-CSV-FILE ASSIGN TO "AGECSV"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CSV-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  FEE-AUDIT-FILE.
007800 01  FEE-AUDIT-RECORD.
007900     05 FA-DATE              PIC X(08).
008000     05 FILLER               PIC X(01).
008100     05 FA-MEMBER-ID         PIC X(20).
008200     05 FILLER               PIC X(01).
008300     05 FA-OLD-BALANCE       PIC +9999.99.
008400     05 FILLER               PIC X(01).
008500     05 FA-NEW-BALANCE       PIC +9999.99.
008600     05 FILLER               PIC X(01).
008700     05 FA-CHARGE-TYPE       PIC X(01).
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
010200         88 PH-TYPE-PAYMENT  VALUE 'P' ' '.
010300         88 PH-TYPE-RETURNED VALUE 'B'.
010400         88 PH-TYPE-REINSTATE VALUE 'V' 'B'.
010500     05 FILLER               PIC X(01).
010600     05 PH-REF-DATE          PIC X(08).
010700     05 FILLER               PIC X(01).
010800     05 PH-REF-TIME          PIC X(06).
010900     05 FILLER               PIC X(01).
011000     05 PH-FEE               PIC 9(04)V99.
011100
011200 FD  AGE-SORTED-FILE.
011300 01  AGE-SORTED-RECORD.
011400     05 AS-MEMBER-ID         PIC X(20).
011500     05 FILLER               PIC X(01).
011600     05 AS-DATE              PIC X(08).
011700     05 FILLER               PIC X(01).
011800     05 AS-KIND              PIC X(01).
011900         88 AS-CHARGE        VALUE 'C'.
012000         88 AS-PAYMENT       VALUE 'P'.
012100     05 FILLER               PIC X(01).
012200     05 AS-AMOUNT            PIC 9(05)V99.
012300
012400 SD  AGE-SORT-WORK.
012500 01  AGE-SORT-RECORD.
012600     05 AW-MEMBER-ID         PIC X(20).
012700     05 FILLER               PIC X(01).
012800     05 AW-DATE              PIC X(08).
012900     05 FILLER               PIC X(01).
013000     05 AW-KIND              PIC X(01).
013100     05 FILLER               PIC X(01).
013200     05 AW-AMOUNT            PIC 9(05)V99.
013300
013400 FD  MEMBER-MASTER-FILE.
013500 01  MEMBER-MASTER-RECORD.
013600     COPY MEMBER.
013700
013800 FD  AGE-REPORT-FILE.
013900 01  AGE-REPORT-LINE         PIC X(80).
014000
014100 FD  AGE-CSV-FILE.
014200 01  AGE-CSV-RECORD          PIC X(120).
014300
014400 WORKING-STORAGE SECTION.
014500 01  WS-SWITCHES.
014600     05 WS-AUDIT-STATUS      PIC X(02).
014700         88 WS-AUDIT-OK      VALUE '00'.
014800         88 WS-AUDIT-EOF     VALUE '10'.
014900         88 WS-AUDIT-NOT-FOUND VALUE '35'.
015000     05 WS-HIST-STATUS       PIC X(02).
015100         88 WS-HIST-OK       VALUE '00'.
015200         88 WS-HIST-EOF      VALUE '10'.
015300         88 WS-HIST-NOT-FOUND VALUE '35'.
015400     05 WS-SORTED-STATUS     PIC X(02).
015500         88 WS-SORTED-OK     VALUE '00'.
015600         88 WS-SORTED-EOF    VALUE '10'.
015700     05 WS-MASTER-STATUS     PIC X(02).
015800         88 WS-MASTER-OK     VALUE '00'.
015900         88 WS-MASTER-EOF    VALUE '10'.
016000     05 WS-REPORT-STATUS     PIC X(02).
016100         88 WS-REPORT-OK     VALUE '00'.
016200     05 WS-CSV-STATUS        PIC X(02).
016300         88 WS-CSV-OK        VALUE '00'.
016400
016500 01  WS-PARM                 PIC X(12).
016600 01  WS-PARM-DAYS            PIC X(03) JUSTIFIED RIGHT.
016700 01  WS-PARM-DAYS-9 REDEFINES WS-PARM-DAYS
016800                             PIC 9(03).
016900 01  WS-CSV-DAYS             PIC 9(03) VALUE 90.
017000     88 CSV-DAYS-VALID       VALUE 30 60 90.
017100
017200 01  WS-CURR-DATE            PIC X(08).
017300 01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
017400                             PIC 9(08).
017500 77  WS-TODAY-INT            PIC 9(07) COMP.
017600 77  WS-CHARGE-INT           PIC 9(07) COMP.
017700 77  WS-DAYS-AGO             PIC S9(05) COMP.
017800 01  WS-AGE-DATE             PIC X(08).
017900 01  WS-AGE-DATE-NUM REDEFINES WS-AGE-DATE
018000                             PIC 9(08).
018100
018200 01  WS-OLD-AMOUNT           PIC S9(04)V99.
018300 01  WS-NEW-AMOUNT           PIC S9(04)V99.
018400 01  WS-DELTA                PIC S9(05)V99.
018500
018600*    ONE MEMBER'S AGING, REBUILT FOR EACH MASTER RECORD.
018700 01  WS-MEMBER-AGING.
018800     05 WS-UNAGED            PIC S9(05)V99.
018900     05 WS-TAKE              PIC S9(05)V99.
019000     05 WS-BUCKET OCCURS 4 TIMES
019100                  INDEXED BY WS-BKT-NDX
019200                             PIC S9(05)V99.
019300     05 WS-OLDEST-OWED       PIC X(08).
019400     05 WS-LAST-PAYMENT      PIC X(08).
019500     05 WS-PAID-TOTAL        PIC S9(07)V99.
019600 77  WS-BKT-I                PIC 9(01) COMP.
019700
019800*    RUN TOTALS.  BUCKET 1 = CURRENT, 2 = 30-59 DAYS,
019900*    3 = 60-89 DAYS, 4 = 90 DAYS AND OVER.
020000 01  WS-RUN-TOTALS.
020100     05 WS-BKT-TOTAL OCCURS 4 TIMES
020200                             PIC S9(07)V99.
020300     05 WS-BKT-COUNT OCCURS 4 TIMES
020400                             PIC 9(05) COMP.
020500 01  WS-CREDIT-TOTAL         PIC S9(07)V99 VALUE 0.
020600 01  WS-MASTER-TOTAL         PIC S9(07)V99 VALUE 0.
020700 01  WS-AGED-TOTAL           PIC S9(07)V99 VALUE 0.
020800 01  WS-DIFFERENCE           PIC S9(07)V99 VALUE 0.
020900 77  WS-MEMBER-COUNT         PIC 9(07) COMP VALUE 0.
021000 77  WS-OWING-COUNT          PIC 9(05) COMP VALUE 0.
021100 77  WS-CREDIT-COUNT         PIC 9(05) COMP VALUE 0.
021200 77  WS-BAD-BAL-COUNT        PIC 9(05) COMP VALUE 0.
021300 77  WS-CSV-COUNT            PIC 9(05) COMP VALUE 0.
021400 77  WS-FEE-LINES            PIC 9(07) COMP VALUE 0.
021500 77  WS-PAY-LINES            PIC 9(07) COMP VALUE 0.
021600 01  WS-COUNT-EDIT           PIC ZZZZ9.
021700 01  WS-AMOUNT-EDIT          PIC +9999999.99.
021800
021900 01  WS-BUCKET-NAMES.
022000     05 FILLER               PIC X(26)
022100                             VALUE "CURRENT (UNDER 30 DAYS)...".
022200     05 FILLER               PIC X(26)
022300                             VALUE "30 TO 59 DAYS.............".
022400     05 FILLER               PIC X(26)
022500                             VALUE "60 TO 89 DAYS.............".
022600     05 FILLER               PIC X(26)
022700                             VALUE "90 DAYS AND OVER..........".
022800 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
022900     05 WS-BUCKET-NAME OCCURS 4 TIMES
023000                             PIC X(26).
023100
023200 01  WS-DETAIL-LINE.
023300     05 FILLER               PIC X(02) VALUE SPACES.
023400     05 DL-MEMBER-ID         PIC X(20).
023500     05 FILLER               PIC X(01) VALUE SPACES.
023600     05 DL-NAME              PIC X(12).
023700     05 FILLER               PIC X(01) VALUE SPACES.
023800     05 DL-BALANCE           PIC +9999.99.
023900     05 DL-BUCKET-GROUP.
024000         10 DL-BUCKET-ENTRY OCCURS 4 TIMES.
024100             15 FILLER       PIC X(01).
024200             15 DL-BUCKET    PIC ZZZ9.99.
024300
024400 01  WS-SUMMARY-LINE.
024500     05 FILLER               PIC X(02) VALUE SPACES.
024600     05 SL-LABEL             PIC X(26).
024700     05 FILLER               PIC X(01) VALUE SPACES.
024800     05 SL-COUNT             PIC ZZZZ9.
024900     05 FILLER               PIC X(02) VALUE SPACES.
025000     05 SL-AMOUNT            PIC +9999999.99.
025100
025200 01  WS-CSV-LINE             PIC X(120).
025300 01  WS-CSV-BALANCE          PIC +9999.99.
025400 01  WS-CSV-BUCKETS.
025500     05 WS-CSV-BUCKET OCCURS 4 TIMES
025600                             PIC 9999.99.
025700
025800 01  WS-RUNCTL.
025900     COPY RUNCTL.
026000
026100 PROCEDURE DIVISION.
026200 0000-MAINLINE.
026300     MOVE "ARAGING" TO RCTL-STEP-NAME.
026400     MOVE 'B' TO RCTL-ACTION.
026500     CALL "RUNCTLW" USING WS-RUNCTL.
026600     IF RCTL-SKIP-STEP
026700         DISPLAY "ARAGING ALREADY COMPLETE - STEP SKIPPED"
026800         GOBACK
026900     END-IF.
027000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027100     SORT AGE-SORT-WORK
027200         ON ASCENDING KEY AW-MEMBER-ID
027300         ON DESCENDING KEY AW-DATE
027400         INPUT PROCEDURE IS 2000-RELEASE-ITEMS
027500             THRU 2900-RELEASE-EXIT
027600         GIVING AGE-SORTED-FILE.
027700     IF RETURN-CODE > 4
027800         GOBACK
027900     END-IF.
028000     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
028100     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
028200     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
028300     PERFORM 4000-AGE-MEMBER THRU 4000-EXIT
028400         UNTIL WS-MASTER-EOF.
028500     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
028600     MOVE 'E' TO RCTL-ACTION.
028700     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
028800     CALL "RUNCTLW" USING WS-RUNCTL.
028900     GOBACK.
029000
029100*----------------------------------------------------------*
029200* 1000-INITIALIZE - CSV THRESHOLD FROM THE RUN PARAMETER    *
029300* AND THE BUSINESS DATE AS A DAY NUMBER FOR THE DATE MATH.  *
029400*----------------------------------------------------------*
029500 1000-INITIALIZE.
029600     ACCEPT WS-PARM FROM COMMAND-LINE.
029700     IF WS-PARM NOT = SPACES
029800         MOVE WS-PARM (1:3) TO WS-PARM-DAYS
029900         INSPECT WS-PARM-DAYS
030000             REPLACING LEADING SPACE BY ZERO
030100         IF WS-PARM-DAYS NUMERIC
030200             MOVE WS-PARM-DAYS-9 TO WS-CSV-DAYS
030300         END-IF
030400         IF NOT CSV-DAYS-VALID
030500             DISPLAY "ARAGING PARM " WS-PARM
030600                 " NOT 030/060/090 - USING 090"
030700             MOVE 90 TO WS-CSV-DAYS
030800         END-IF
030900     END-IF.
031000     CALL "RUNDT" USING WS-CURR-DATE.
031100     COMPUTE WS-TODAY-INT =
031200         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM).
031300     INITIALIZE WS-RUN-TOTALS.
031400 1000-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------*
031800* 2000-RELEASE-ITEMS - SORT INPUT PROCEDURE.  A FEEAUDIT    *
031900* LINE THAT RAISED THE BALANCE IS A CHARGE ON ITS POSTING   *
032000* DATE; ONE THAT LOWERED IT IS A CREDIT AND NEEDS NO AGE.   *
032100* FROM PAYHIST, A PAYMENT IS A PAYMENT; A REVERSAL OR        *
032200* RETURNED ITEM PUTS BACK DEBT THE ORIGINAL PAYMENT HAD     *
032300* CLEARED, SO IT AGES FROM THAT PAYMENT'S DATE; A REFUND    *
032400* AND A RETURNED-ITEM FEE ARE NEW CHARGES ON THEIR OWN      *
032500* DATE.  EITHER FILE MISSING JUST MEANS NOTHING FROM IT.    *
032600*----------------------------------------------------------*
032700 2000-RELEASE-ITEMS.
032800     OPEN INPUT FEE-AUDIT-FILE.
032900     IF WS-AUDIT-NOT-FOUND
033000         DISPLAY "NO FEEAUDIT ON FILE - NO FEE CHARGES AGED"
033100     ELSE
033200         IF NOT WS-AUDIT-OK
033300             DISPLAY "FEEAUDIT OPEN FAILED, STATUS = "
033400                 WS-AUDIT-STATUS
033500             MOVE 8 TO RETURN-CODE
033600             GO TO 2900-RELEASE-EXIT
033700         END-IF
033800         PERFORM 2100-READ-FEE THRU 2100-EXIT
033900         PERFORM 2200-RELEASE-FEE THRU 2200-EXIT
034000             UNTIL WS-AUDIT-EOF
034100         CLOSE FEE-AUDIT-FILE
034200     END-IF.
034300     OPEN INPUT PAY-HIST-FILE.
034400     IF WS-HIST-NOT-FOUND
034500         DISPLAY "NO PAYHIST ON FILE - NO PAYMENTS SEEN"
034600         GO TO 2900-RELEASE-EXIT
034700     END-IF.
034800     IF NOT WS-HIST-OK
034900         DISPLAY "PAYHIST OPEN FAILED, STATUS = "
035000             WS-HIST-STATUS
035100         MOVE 8 TO RETURN-CODE
035200         GO TO 2900-RELEASE-EXIT
035300     END-IF.
035400     PERFORM 2300-READ-PAY THRU 2300-EXIT.
035500     PERFORM 2400-RELEASE-PAY THRU 2400-EXIT
035600         UNTIL WS-HIST-EOF.
035700     CLOSE PAY-HIST-FILE.
035800     GO TO 2900-RELEASE-EXIT.
035900
036000 2100-READ-FEE.
036100     READ FEE-AUDIT-FILE.
036200 2100-EXIT.
036300     EXIT.
036400
036500 2200-RELEASE-FEE.
036600     ADD 1 TO WS-FEE-LINES.
036700     MOVE FA-OLD-BALANCE TO WS-OLD-AMOUNT.
036800     MOVE FA-NEW-BALANCE TO WS-NEW-AMOUNT.
036900     COMPUTE WS-DELTA = WS-NEW-AMOUNT - WS-OLD-AMOUNT.
037000     IF WS-DELTA > 0
037100         MOVE SPACES TO AGE-SORT-RECORD
037200         MOVE FA-MEMBER-ID TO AW-MEMBER-ID
037300         MOVE FA-DATE      TO AW-DATE
037400         MOVE 'C'          TO AW-KIND
037500         MOVE WS-DELTA     TO AW-AMOUNT
037600         RELEASE AGE-SORT-RECORD
037700     END-IF.
037800     PERFORM 2100-READ-FEE THRU 2100-EXIT.
037900 2200-EXIT.
038000     EXIT.
038100
038200 2300-READ-PAY.
038300     READ PAY-HIST-FILE.
038400 2300-EXIT.
038500     EXIT.
038600
038700 2400-RELEASE-PAY.
038800     ADD 1 TO WS-PAY-LINES.
038900     IF PH-AMOUNT NOT NUMERIC
039000         GO TO 2400-NEXT
039100     END-IF.
039200     MOVE SPACES TO AGE-SORT-RECORD.
039300     MOVE PH-MEMBER-ID TO AW-MEMBER-ID.
039400     MOVE PH-AMOUNT    TO AW-AMOUNT.
039500     MOVE PH-DATE      TO AW-DATE.
039600     EVALUATE TRUE
039700         WHEN PH-TYPE-PAYMENT
039800             MOVE 'P' TO AW-KIND
039900         WHEN PH-TYPE-REINSTATE
040000             MOVE 'C' TO AW-KIND
040100             IF PH-REF-DATE NUMERIC
040200                 MOVE PH-REF-DATE TO AW-DATE
040300             END-IF
040400         WHEN OTHER
040500             MOVE 'C' TO AW-KIND
040600     END-EVALUATE.
040700     RELEASE AGE-SORT-RECORD.
040800     IF PH-TYPE-RETURNED AND PH-FEE NUMERIC AND PH-FEE > 0
040900         MOVE PH-DATE TO AW-DATE
041000         MOVE PH-FEE  TO AW-AMOUNT
041100         RELEASE AGE-SORT-RECORD
041200     END-IF.
041300 2400-NEXT.
041400     PERFORM 2300-READ-PAY THRU 2300-EXIT.
041500 2400-EXIT.
041600     EXIT.
041700
041800 2900-RELEASE-EXIT.
041900     EXIT.
042000
042100 3000-OPEN-FILES.
042200     OPEN INPUT AGE-SORTED-FILE.
042300     IF NOT WS-SORTED-OK
042400         DISPLAY "AGESORT OPEN FAILED, STATUS = "
042500             WS-SORTED-STATUS
042600         MOVE 8 TO RETURN-CODE
042700         GOBACK
042800     END-IF.
042900     OPEN INPUT MEMBER-MASTER-FILE.
043000     IF NOT WS-MASTER-OK
043100         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
043200             WS-MASTER-STATUS
043300         CLOSE AGE-SORTED-FILE
043400         MOVE 8 TO RETURN-CODE
043500         GOBACK
043600     END-IF.
043700     OPEN OUTPUT AGE-REPORT-FILE.
043800     OPEN OUTPUT AGE-CSV-FILE.
043900     IF NOT WS-REPORT-OK OR NOT WS-CSV-OK
044000         DISPLAY "ARAGING OUTPUT OPEN FAILED"
044100         CLOSE AGE-SORTED-FILE
044200         CLOSE MEMBER-MASTER-FILE
044300         MOVE 8 TO RETURN-CODE
044400         GOBACK
044500     END-IF.
044600     MOVE SPACES TO AGE-REPORT-LINE.
044700     STRING "AGED RECEIVABLES AS OF " DELIMITED BY SIZE
044800         WS-CURR-DATE DELIMITED BY SIZE
044900         INTO AGE-REPORT-LINE.
045000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045100     MOVE SPACES TO AGE-REPORT-LINE.
045200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045300     MOVE SPACES TO AGE-REPORT-LINE.
045400     STRING "  MEMBER ID            NAME         "
045450             DELIMITED BY SIZE
045500         " BALANCE CURRENT   30-59   60-89     90+"
045600             DELIMITED BY SIZE
045700         INTO AGE-REPORT-LINE.
045800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045900 3000-EXIT.
046000     EXIT.
046100
046200 3100-READ-SORTED.
046300     READ AGE-SORTED-FILE.
046400 3100-EXIT.
046500     EXIT.
046600
046700 3200-READ-MASTER.
046800     READ MEMBER-MASTER-FILE NEXT.
046900 3200-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------*
047300* 4000-AGE-MEMBER - ONE MASTER RECORD.  THE SORTED ITEMS    *
047400* ADVANCE IN STEP WITH THE MASTER'S KEY ORDER.  A BALANCE   *
047500* OWED IS SPREAD OVER THE CHARGES NEWEST FIRST; A CREDIT    *
047600* BALANCE IS NOT AGED.  ITEMS FOR AN ID NOT ON THE MASTER   *
047700* ARE PASSED OVER - THERE IS NO BALANCE TO AGE.             *
047800*----------------------------------------------------------*
047900 4000-AGE-MEMBER.
048000     ADD 1 TO WS-MEMBER-COUNT.
048100     INITIALIZE WS-MEMBER-AGING.
048200     PERFORM 4100-SKIP-LOW-ITEM THRU 4100-EXIT
048300         UNTIL WS-SORTED-EOF
048400         OR AS-MEMBER-ID NOT < MEMBER-ID.
048500     IF MEMBER-BALANCE NOT NUMERIC
048600         DISPLAY "BALANCE NOT NUMERIC, NOT AGED: " MEMBER-ID
048700         ADD 1 TO WS-BAD-BAL-COUNT
048800         PERFORM 4200-TAKE-ITEM THRU 4200-EXIT
048900             UNTIL WS-SORTED-EOF
049000             OR AS-MEMBER-ID NOT = MEMBER-ID
049100         IF RETURN-CODE < 4
049200             MOVE 4 TO RETURN-CODE
049300         END-IF
049400         GO TO 4000-NEXT
049500     END-IF.
049600     ADD MEMBER-BALANCE TO WS-MASTER-TOTAL.
049700     IF MEMBER-BALANCE > 0
049800         MOVE MEMBER-BALANCE TO WS-UNAGED
049900     END-IF.
050000     PERFORM 4200-TAKE-ITEM THRU 4200-EXIT
050100         UNTIL WS-SORTED-EOF
050200         OR AS-MEMBER-ID NOT = MEMBER-ID.
050300*    WHATEVER IS STILL UNAGED PREDATES EVERY CHARGE ON FILE.
050400     IF WS-UNAGED > 0
050500         ADD WS-UNAGED TO WS-BUCKET (4)
050600         MOVE ZERO TO WS-UNAGED
050700     END-IF.
050800     IF MEMBER-BALANCE = 0
050900         GO TO 4000-NEXT
051000     END-IF.
051100     IF MEMBER-BALANCE < 0
051200         ADD 1 TO WS-CREDIT-COUNT
051300         ADD MEMBER-BALANCE TO WS-CREDIT-TOTAL
051400     ELSE
051500         ADD 1 TO WS-OWING-COUNT
051600         PERFORM 4300-ADD-BUCKET THRU 4300-EXIT
051700             VARYING WS-BKT-I FROM 1 BY 1
051800             UNTIL WS-BKT-I > 4
051900     END-IF.
052000     PERFORM 5000-PRINT-MEMBER THRU 5000-EXIT.
052100     PERFORM 5100-CHECK-CSV THRU 5100-EXIT.
052200 4000-NEXT.
052300     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
052400 4000-EXIT.
052500     EXIT.
052600
052700 4100-SKIP-LOW-ITEM.
052800     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
052900 4100-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------*
053300* 4200-TAKE-ITEM - ONE SORTED ITEM, NEWEST FIRST.  A CHARGE *
053400* TAKES AS MUCH OF THE STILL-UNAGED BALANCE AS IT CAN COVER *
053500* INTO THE BUCKET FOR ITS AGE; ONCE THE BALANCE IS USED UP  *
053600* THE OLDER CHARGES WERE PAID.  A PAYMENT ONLY FEEDS THE    *
053700* LAST-PAYMENT DATE AND PAID TOTAL FOR THE COLLECTIONS CSV. *
053800*----------------------------------------------------------*
053900 4200-TAKE-ITEM.
054000     IF AS-PAYMENT
054100         IF WS-LAST-PAYMENT = SPACES
054200             MOVE AS-DATE TO WS-LAST-PAYMENT
054300         END-IF
054400         ADD AS-AMOUNT TO WS-PAID-TOTAL
054500         GO TO 4200-NEXT
054600     END-IF.
054700     IF WS-UNAGED NOT > 0
054800         GO TO 4200-NEXT
054900     END-IF.
055000     IF AS-AMOUNT < WS-UNAGED
055100         MOVE AS-AMOUNT TO WS-TAKE
055200     ELSE
055300         MOVE WS-UNAGED TO WS-TAKE
055400     END-IF.
055500     SUBTRACT WS-TAKE FROM WS-UNAGED.
055600     MOVE AS-DATE TO WS-AGE-DATE.
055700     MOVE AS-DATE TO WS-OLDEST-OWED.
055800     IF WS-AGE-DATE NUMERIC
055900         COMPUTE WS-CHARGE-INT = FUNCTION INTEGER-OF-DATE
056000             (WS-AGE-DATE-NUM)
056100         COMPUTE WS-DAYS-AGO = WS-TODAY-INT - WS-CHARGE-INT
056200     ELSE
056300         MOVE 999 TO WS-DAYS-AGO
056400     END-IF.
056500     EVALUATE TRUE
056600         WHEN WS-DAYS-AGO < 30
056700             ADD WS-TAKE TO WS-BUCKET (1)
056800         WHEN WS-DAYS-AGO < 60
056900             ADD WS-TAKE TO WS-BUCKET (2)
057000         WHEN WS-DAYS-AGO < 90
057100             ADD WS-TAKE TO WS-BUCKET (3)
057200         WHEN OTHER
057300             ADD WS-TAKE TO WS-BUCKET (4)
057400     END-EVALUATE.
057500 4200-NEXT.
057600     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
057700 4200-EXIT.
057800     EXIT.
057900
058000 4300-ADD-BUCKET.
058100     IF WS-BUCKET (WS-BKT-I) > 0
058200         ADD WS-BUCKET (WS-BKT-I) TO WS-BKT-TOTAL (WS-BKT-I)
058300         ADD 1 TO WS-BKT-COUNT (WS-BKT-I)
058400     END-IF.
058500 4300-EXIT.
058600     EXIT.
058700
058800 5000-PRINT-MEMBER.
058900     MOVE SPACES TO WS-DETAIL-LINE.
059000     MOVE MEMBER-ID      TO DL-MEMBER-ID.
059100     MOVE MEMBER-NAME    TO DL-NAME.
059200     MOVE MEMBER-BALANCE TO DL-BALANCE.
059300     PERFORM 5010-EDIT-BUCKET THRU 5010-EXIT
059400         VARYING WS-BKT-I FROM 1 BY 1
059500         UNTIL WS-BKT-I > 4.
059600     MOVE WS-DETAIL-LINE TO AGE-REPORT-LINE.
059700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
059800 5000-EXIT.
059900     EXIT.
060000
060100 5010-EDIT-BUCKET.
060200     MOVE WS-BUCKET (WS-BKT-I) TO DL-BUCKET (WS-BKT-I).
060300     MOVE WS-BUCKET (WS-BKT-I) TO WS-CSV-BUCKET (WS-BKT-I).
060400 5010-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------*
060800* 5100-CHECK-CSV - A MEMBER WITH ANY AMOUNT AT LEAST THE    *
060900* PARAMETER'S DAYS PAST DUE GOES TO THE COLLECTIONS AGENCY  *
061000* WITH THE BUCKETS, OLDEST CHARGE STILL OWED AND LAST       *
061100* PAYMENT DATE (NONE IF NEVER PAID).                        *
061200*----------------------------------------------------------*
061300 5100-CHECK-CSV.
061400     EVALUATE WS-CSV-DAYS
061500         WHEN 30
061600             IF WS-BUCKET (2) = 0 AND WS-BUCKET (3) = 0
061700                 AND WS-BUCKET (4) = 0
061800                 GO TO 5100-EXIT
061900             END-IF
062000         WHEN 60
062100             IF WS-BUCKET (3) = 0 AND WS-BUCKET (4) = 0
062200                 GO TO 5100-EXIT
062300             END-IF
062400         WHEN OTHER
062500             IF WS-BUCKET (4) = 0
062600                 GO TO 5100-EXIT
062700             END-IF
062800     END-EVALUATE.
062900     IF WS-OLDEST-OWED = SPACES
063000         MOVE "NONE" TO WS-OLDEST-OWED
063100     END-IF.
063200     IF WS-LAST-PAYMENT = SPACES
063300         MOVE "NONE" TO WS-LAST-PAYMENT
063400     END-IF.
063500     MOVE MEMBER-BALANCE TO WS-CSV-BALANCE.
063600     MOVE SPACES TO WS-CSV-LINE.
063700     STRING MEMBER-ID          DELIMITED BY SPACE
063800         ","                    DELIMITED BY SIZE
063900         MEMBER-NAME            DELIMITED BY "  "
064000         ","                    DELIMITED BY SIZE
064100         MEMBER-STATUS          DELIMITED BY SIZE
064200         ","                    DELIMITED BY SIZE
064300         WS-CSV-BALANCE         DELIMITED BY SIZE
064400         ","                    DELIMITED BY SIZE
064500         WS-CSV-BUCKET (1)      DELIMITED BY SIZE
064600         ","                    DELIMITED BY SIZE
064700         WS-CSV-BUCKET (2)      DELIMITED BY SIZE
064800         ","                    DELIMITED BY SIZE
064900         WS-CSV-BUCKET (3)      DELIMITED BY SIZE
065000         ","                    DELIMITED BY SIZE
065100         WS-CSV-BUCKET (4)      DELIMITED BY SIZE
065200         ","                    DELIMITED BY SIZE
065300         WS-OLDEST-OWED         DELIMITED BY SPACE
065400         ","                    DELIMITED BY SIZE
065500         WS-LAST-PAYMENT        DELIMITED BY SPACE
065600         INTO WS-CSV-LINE.
065700     MOVE WS-CSV-LINE TO AGE-CSV-RECORD.
065800     WRITE AGE-CSV-RECORD.
065900     IF NOT WS-CSV-OK
066000         DISPLAY "AGECSV WRITE FAILED, STATUS = "
066100             WS-CSV-STATUS
066200         IF RETURN-CODE < 4
066300             MOVE 4 TO RETURN-CODE
066400         END-IF
066500     ELSE
066600         ADD 1 TO WS-CSV-COUNT
066700     END-IF.
066800 5100-EXIT.
066900     EXIT.
067000
067100 8000-WRITE-LINE.
067200     WRITE AGE-REPORT-LINE.
067300     IF NOT WS-REPORT-OK
067400         DISPLAY "AGERPT WRITE FAILED, STATUS = "
067500             WS-REPORT-STATUS
067600         IF RETURN-CODE < 4
067700             MOVE 4 TO RETURN-CODE
067800         END-IF
067900     END-IF.
068000 8000-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------*
068400* 9000-WRAP-UP - BUCKET SUMMARY AND THE TIE-OUT: THE BUCKETS *
068500* PLUS CREDIT BALANCES MUST EQUAL THE MASTER BALANCE TOTAL, *
068600* WHICH IS BALCTL'S ACTUAL CLOSING TOTAL FOR THE SAME FILE. *
068700* A DIFFERENCE MEANS THE AGING ITSELF IS WRONG - RC 8.      *
068800*----------------------------------------------------------*
068900 9000-WRAP-UP.
069000     MOVE SPACES TO AGE-REPORT-LINE.
069100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
069200     MOVE "SUMMARY BY AGE" TO AGE-REPORT-LINE.
069300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
069400     MOVE ZERO TO WS-AGED-TOTAL.
069500     PERFORM 9100-PRINT-BUCKET THRU 9100-EXIT
069600         VARYING WS-BKT-I FROM 1 BY 1
069700         UNTIL WS-BKT-I > 4.
069800     MOVE SPACES TO WS-SUMMARY-LINE.
069900     MOVE "TOTAL RECEIVABLE.........." TO SL-LABEL.
070000     MOVE WS-OWING-COUNT TO SL-COUNT.
070100     MOVE WS-AGED-TOTAL TO SL-AMOUNT.
070200     MOVE WS-SUMMARY-LINE TO AGE-REPORT-LINE.
070300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
070400     MOVE SPACES TO WS-SUMMARY-LINE.
070500     MOVE "CREDIT BALANCES..........." TO SL-LABEL.
070600     MOVE WS-CREDIT-COUNT TO SL-COUNT.
070700     MOVE WS-CREDIT-TOTAL TO SL-AMOUNT.
070800     MOVE WS-SUMMARY-LINE TO AGE-REPORT-LINE.
070900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
071000     ADD WS-CREDIT-TOTAL TO WS-AGED-TOTAL.
071100     MOVE SPACES TO WS-SUMMARY-LINE.
071200     MOVE "NET AGED TOTAL............" TO SL-LABEL.
071300     MOVE WS-AGED-TOTAL TO SL-AMOUNT.
071400     MOVE WS-SUMMARY-LINE TO AGE-REPORT-LINE.
071500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
071600     MOVE SPACES TO WS-SUMMARY-LINE.
071700     MOVE "MASTER BALANCE TOTAL......" TO SL-LABEL.
071800     MOVE WS-MEMBER-COUNT TO SL-COUNT.
071900     MOVE WS-MASTER-TOTAL TO SL-AMOUNT.
072000     MOVE WS-SUMMARY-LINE TO AGE-REPORT-LINE.
072100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
072200     COMPUTE WS-DIFFERENCE = WS-MASTER-TOTAL - WS-AGED-TOTAL.
072300     MOVE SPACES TO AGE-REPORT-LINE.
072400     IF WS-DIFFERENCE = 0
072500         MOVE "  AGED TOTAL AGREES TO MASTER (BALCTL CLOSING)"
072600             TO AGE-REPORT-LINE
072700     ELSE
072800         MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
072900         STRING "  *** AGED TOTAL OUT BY " DELIMITED BY SIZE
073000             WS-AMOUNT-EDIT DELIMITED BY SIZE
073100             " - DO NOT RELEASE ***" DELIMITED BY SIZE
073200             INTO AGE-REPORT-LINE
073300         MOVE 8 TO RETURN-CODE
073400     END-IF.
073500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
073600     IF WS-BAD-BAL-COUNT > 0
073700         MOVE WS-BAD-BAL-COUNT TO WS-COUNT-EDIT
073800         MOVE SPACES TO AGE-REPORT-LINE
073900         STRING "  NON-NUMERIC BALANCES LEFT OUT (AS BALCTL): "
074000             DELIMITED BY SIZE
074100             WS-COUNT-EDIT DELIMITED BY SIZE
074200             INTO AGE-REPORT-LINE
074300         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
074400     END-IF.
074500     CLOSE AGE-SORTED-FILE.
074600     CLOSE MEMBER-MASTER-FILE.
074700     CLOSE AGE-REPORT-FILE.
074800     CLOSE AGE-CSV-FILE.
074900     MOVE WS-AGED-TOTAL TO WS-AMOUNT-EDIT.
075000     DISPLAY "AGED RECEIVABLES COMPLETE FOR " WS-CURR-DATE.
075100     DISPLAY "  FEEAUDIT LINES READ......: " WS-FEE-LINES.
075200     DISPLAY "  PAYHIST LINES READ.......: " WS-PAY-LINES.
075300     DISPLAY "  MEMBERS OWING............: " WS-OWING-COUNT.
075400     DISPLAY "  MEMBERS IN CREDIT........: " WS-CREDIT-COUNT.
075500     DISPLAY "  SENT TO COLLECTIONS CSV..: " WS-CSV-COUNT.
075600     DISPLAY "  NET AGED TOTAL...........: " WS-AMOUNT-EDIT.
075700 9000-EXIT.
075800     EXIT.
075900
076000 9100-PRINT-BUCKET.
076100     MOVE SPACES TO WS-SUMMARY-LINE.
076200     MOVE WS-BUCKET-NAME (WS-BKT-I) TO SL-LABEL.
076300     MOVE WS-BKT-COUNT (WS-BKT-I) TO SL-COUNT.
076400     MOVE WS-BKT-TOTAL (WS-BKT-I) TO SL-AMOUNT.
076500     MOVE WS-SUMMARY-LINE TO AGE-REPORT-LINE.
076600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
076700     ADD WS-BKT-TOTAL (WS-BKT-I) TO WS-AGED-TOTAL.
076800 9100-EXIT.
076900     EXIT.
