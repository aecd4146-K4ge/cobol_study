000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PTLIAB.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  MONTHLY PREPAID PERSONAL
001000*                      TRAINING REPORT FOR FINANCE.  FOR THE
001100*                      PARM MONTH (YYYYMM) EVERY PTPACK
001200*                      PACKAGE SOLD BY MONTH END WITH
001300*                      SESSIONS STILL TO TAKE AND NOT EXPIRED
001400*                      AT MONTH END IS LISTED WITH THE VALUE
001500*                      OF THOSE SESSIONS (PRICE PAID SHARED
001600*                      EQUALLY OVER THE SESSIONS BOUGHT) -
001700*                      THE TOTAL IS THE PREPAID-SESSION
001800*                      LIABILITY.  A SUMMARY BY INSTRUCTOR
001900*                      FOLLOWS, THEN THE PACKAGES THAT
002000*                      EXPIRED DURING THE MONTH WITH SESSIONS
002100*                      UNUSED (FORFEITED - NO LONGER OWED).
002200*                      SESSIONS USED ARE AS ON FILE WHEN THE
002300*                      REPORT RUNS, SO RUN IT BEFORE THE
002400*                      FIRST SESSIONS OF THE NEW MONTH ARE
002500*                      KEYED, AS MGMTRUN IS.
002600*----------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PACKAGE-FILE ASSIGN TO "PTPACK"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PACK-STATUS.
003400
003500     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS MEMBER-ID
003900         FILE STATUS IS WS-MASTER-STATUS.
004000
004100     SELECT LIAB-REPORT-FILE ASSIGN TO "PTLRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PACKAGE-FILE.
004800 01  PACKAGE-RECORD.
004900     COPY PTPACK.
005000
005100 FD  MEMBER-MASTER-FILE.
005200 01  MEMBER-MASTER-RECORD.
005300     COPY MEMBER.
005400
005500 FD  LIAB-REPORT-FILE.
005600 01  LIAB-REPORT-LINE        PIC X(80).
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-SWITCHES.
006000     05 WS-PACK-STATUS       PIC X(02).
006100         88 WS-PACK-OK       VALUE '00'.
006200         88 WS-PACK-EOF      VALUE '10'.
006300         88 WS-PACK-NOT-FOUND VALUE '35'.
006400     05 WS-MASTER-STATUS     PIC X(02).
006500         88 WS-MASTER-OK     VALUE '00'.
006600     05 WS-REPORT-STATUS     PIC X(02).
006700         88 WS-REPORT-OK     VALUE '00'.
006800     05 WS-MASTER-OPEN-SW    PIC X(01) VALUE 'N'.
006900         88 MASTER-OPEN      VALUE 'Y'.
007000     05 WS-MEMBER-FOUND-SW   PIC X(01) VALUE 'N'.
007100         88 MEMBER-FOUND     VALUE 'Y'.
007200     05 WS-INST-FOUND-SW     PIC X(01) VALUE 'N'.
007300         88 INST-ROW-FOUND   VALUE 'Y'.
007400
007500 01  WS-PARM                 PIC X(06).
007600 01  WS-MONTH-PARTS.
007700     05 WS-MP-YYYY           PIC 9(04).
007800     05 WS-MP-MM             PIC 9(02).
007900
008000*----------------------------------------------------------*
008100* THE MONTH AS A DATE RANGE.  MONTH END TAKES 29 FOR A      *
008200* FEBRUARY IN A YEAR DIVISIBLE BY 4, AS LOCKRENT DOES.      *
008300*----------------------------------------------------------*
008400 01  WS-MONTH-START          PIC 9(08).
008500 01  WS-MONTH-END            PIC 9(08).
008600 01  WS-END-PARTS REDEFINES WS-MONTH-END.
008700     05 WS-END-YYYY          PIC 9(04).
008800     05 WS-END-MM            PIC 9(02).
008900     05 WS-END-DD            PIC 9(02).
009000 01  WS-MONTH-DAYS-VALUES    PIC X(24)
009100                             VALUE "312831303130313130313031".
009200 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
009300     05 WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
009400 01  WS-LEAP-QUOT            PIC 9(04).
009500 01  WS-LEAP-REM             PIC 9(02).
009600
009700 01  WS-PURCHASE-NUM         PIC 9(08).
009800 01  WS-SESSIONS-LEFT        PIC 9(02).
009900 01  WS-LEFT-VALUE           PIC 9(05)V99.
010000
010100*----------------------------------------------------------*
010200* OUTSTANDING VALUE BY INSTRUCTOR, IN THE ORDER FIRST MET.  *
010300* A FULL TABLE LUMPS THE REST UNDER "OTHERS" SO THE GRAND   *
010400* TOTAL STILL BALANCES.                                     *
010500*----------------------------------------------------------*
010600 01  WS-INST-TABLE.
010700     05 WS-INST-ENTRY OCCURS 100 TIMES
010800                      INDEXED BY WS-INST-NDX.
010900         10 WS-INST-ID       PIC X(08).
011000         10 WS-INST-PACKS    PIC 9(05) COMP.
011100         10 WS-INST-SESSIONS PIC 9(06) COMP.
011200         10 WS-INST-VALUE    PIC 9(07)V99.
011300 77  WS-INST-USED            PIC 9(03) COMP VALUE 0.
011400 77  WS-INST-I               PIC 9(03) COMP.
011500
011600 77  WS-READ-COUNT           PIC 9(06) COMP VALUE 0.
011700 77  WS-OPEN-COUNT           PIC 9(05) COMP VALUE 0.
011800 77  WS-OPEN-SESSIONS        PIC 9(06) COMP VALUE 0.
011900 77  WS-LAPSED-COUNT         PIC 9(05) COMP VALUE 0.
012000 77  WS-LAPSED-SESSIONS      PIC 9(06) COMP VALUE 0.
012100 01  WS-OPEN-VALUE           PIC 9(07)V99 VALUE 0.
012200 01  WS-LAPSED-VALUE         PIC 9(07)V99 VALUE 0.
012300
012400 01  WS-COUNT-EDIT           PIC ZZZZ9.
012500 01  WS-SESS-EDIT            PIC ZZZZZ9.
012600 01  WS-VALUE-EDIT           PIC ZZZZZZ9.99.
012700
012800 01  WS-DETAIL-LINE.
012900     05 FILLER               PIC X(02) VALUE SPACES.
013000     05 DL-PACKAGE-NO        PIC 9(06).
013100     05 FILLER               PIC X(01) VALUE SPACES.
013200     05 DL-MEMBER-ID         PIC X(20).
013300     05 FILLER               PIC X(01) VALUE SPACES.
013400     05 DL-NAME              PIC X(16).
013500     05 FILLER               PIC X(01) VALUE SPACES.
013600     05 DL-INSTRUCTOR        PIC X(08).
013700     05 FILLER               PIC X(01) VALUE SPACES.
013800     05 DL-LEFT              PIC Z9.
013900     05 FILLER               PIC X(01) VALUE "/".
014000     05 DL-BOUGHT            PIC 99.
014100     05 FILLER               PIC X(01) VALUE SPACES.
014200     05 DL-EXPIRY            PIC X(08).
014300     05 FILLER               PIC X(01) VALUE SPACES.
014400     05 DL-VALUE             PIC ZZZZ9.99.
014500
014600 01  WS-INST-LINE.
014700     05 FILLER               PIC X(02) VALUE SPACES.
014800     05 IL-INSTRUCTOR        PIC X(08).
014900     05 FILLER               PIC X(04) VALUE SPACES.
015000     05 IL-PACKS             PIC ZZZZ9.
015100     05 FILLER               PIC X(04) VALUE SPACES.
015200     05 IL-SESSIONS          PIC ZZZZZ9.
015300     05 FILLER               PIC X(04) VALUE SPACES.
015400     05 IL-VALUE             PIC ZZZZZZ9.99.
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-GET-PARM THRU 1000-EXIT.
015900     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
016000     PERFORM 2000-LIST-OUTSTANDING THRU 2000-EXIT.
016100     PERFORM 3000-LIST-INSTRUCTORS THRU 3000-EXIT.
016200     PERFORM 4000-LIST-LAPSED THRU 4000-EXIT.
016300     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
016400     GOBACK.
016500
016600*----------------------------------------------------------*
016700* 1000-GET-PARM - THE REPORT MONTH, TURNED INTO ITS FIRST   *
016800* AND LAST DATES.                                           *
016900*----------------------------------------------------------*
017000 1000-GET-PARM.
017100     ACCEPT WS-PARM FROM COMMAND-LINE.
017200     IF WS-PARM = SPACES OR WS-PARM NOT NUMERIC
017300         DISPLAY "PARM MUST BE THE REPORT MONTH AS YYYYMM"
017400         MOVE 8 TO RETURN-CODE
017500         GOBACK
017600     END-IF.
017700     MOVE WS-PARM TO WS-MONTH-PARTS.
017800     IF WS-MP-MM < 1 OR WS-MP-MM > 12
017900         DISPLAY "PARM MONTH MUST BE 01-12"
018000         MOVE 8 TO RETURN-CODE
018100         GOBACK
018200     END-IF.
018300     COMPUTE WS-MONTH-START = WS-MP-YYYY * 10000
018400         + WS-MP-MM * 100 + 1.
018500     MOVE WS-MONTH-START TO WS-MONTH-END.
018600     MOVE WS-MONTH-DAYS (WS-END-MM) TO WS-END-DD.
018700     IF WS-END-MM = 2
018800         DIVIDE WS-END-YYYY BY 4 GIVING WS-LEAP-QUOT
018900             REMAINDER WS-LEAP-REM
019000         IF WS-LEAP-REM = 0
019100             MOVE 29 TO WS-END-DD
019200         END-IF
019300     END-IF.
019400 1000-EXIT.
019500     EXIT.
019600
019700*----------------------------------------------------------*
019800* 1500-OPEN-FILES - THE MEMBER MASTER ONLY SUPPLIES NAMES,  *
019900* SO THE REPORT STILL RUNS WITHOUT IT.                      *
020000*----------------------------------------------------------*
020100 1500-OPEN-FILES.
020200     OPEN OUTPUT LIAB-REPORT-FILE.
020300     IF NOT WS-REPORT-OK
020400         DISPLAY "PTLRPT OPEN FAILED, STATUS = "
020500             WS-REPORT-STATUS
020600         MOVE 8 TO RETURN-CODE
020700         GOBACK
020800     END-IF.
020900     OPEN INPUT MEMBER-MASTER-FILE.
021000     IF WS-MASTER-OK
021100         MOVE 'Y' TO WS-MASTER-OPEN-SW
021200     ELSE
021300         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
021400             WS-MASTER-STATUS " - NAMES LEFT BLANK"
021500     END-IF.
021600     MOVE SPACES TO LIAB-REPORT-LINE.
021700     STRING "PREPAID PERSONAL TRAINING SESSIONS - MONTH ENDING "
021800         DELIMITED BY SIZE
021900         WS-MONTH-END DELIMITED BY SIZE
022000         INTO LIAB-REPORT-LINE.
022100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
022200 1500-EXIT.
022300     EXIT.
022400
022500*----------------------------------------------------------*
022600* 2000-LIST-OUTSTANDING - ONE PASS OF PTPACK.  A PACKAGE    *
022700* SOLD BY MONTH END WITH SESSIONS LEFT IS EITHER STILL      *
022800* GOOD AT MONTH END (LISTED HERE AND ADDED TO THE           *
022900* INSTRUCTOR TABLE) OR LAPSED DURING THE MONTH (COUNTED FOR *
023000* 4000).  PACKAGES THAT LAPSED EARLIER WERE REPORTED IN     *
023100* THEIR OWN MONTH.                                          *
023200*----------------------------------------------------------*
023300 2000-LIST-OUTSTANDING.
023400     MOVE SPACES TO LIAB-REPORT-LINE.
023500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
023600     MOVE "OUTSTANDING PREPAID SESSIONS AT MONTH END"
023700         TO LIAB-REPORT-LINE.
023800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
023900     OPEN INPUT PACKAGE-FILE.
024000     IF WS-PACK-NOT-FOUND
024100         MOVE "  NO PTPACK ON FILE" TO LIAB-REPORT-LINE
024200         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
024300         GO TO 2000-EXIT
024400     END-IF.
024500     IF NOT WS-PACK-OK
024600         DISPLAY "PTPACK OPEN FAILED, STATUS = "
024700             WS-PACK-STATUS
024800         MOVE 8 TO RETURN-CODE
024900         MOVE "  PTPACK COULD NOT BE READ" TO LIAB-REPORT-LINE
025000         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
025100         GO TO 2000-EXIT
025200     END-IF.
025300     MOVE SPACES TO LIAB-REPORT-LINE.
025400     STRING "  PACKAGE MEMBER ID            NAME"
025500         DELIMITED BY SIZE
025600         "             INSTR.   LEFT  EXPIRES     VALUE"
025700         DELIMITED BY SIZE
025800         INTO LIAB-REPORT-LINE.
025900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
026000     PERFORM 2100-READ-PACKAGE THRU 2100-EXIT.
026100     PERFORM 2200-CHECK-PACKAGE THRU 2200-EXIT
026200         UNTIL WS-PACK-EOF.
026300     CLOSE PACKAGE-FILE.
026400     IF WS-OPEN-COUNT = 0
026500         MOVE "  NONE" TO LIAB-REPORT-LINE
026600         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
026700     END-IF.
026800 2000-EXIT.
026900     EXIT.
027000
027100 2100-READ-PACKAGE.
027200     READ PACKAGE-FILE.
027300     IF WS-PACK-OK
027400         ADD 1 TO WS-READ-COUNT
027500     END-IF.
027600 2100-EXIT.
027700     EXIT.
027800
027900 2200-CHECK-PACKAGE.
028000     IF PK-PURCHASE-DATE NOT NUMERIC
028100         OR PK-EXPIRY-DATE NOT NUMERIC
028200         OR PK-SESSIONS-BOUGHT NOT NUMERIC
028300         OR PK-SESSIONS-USED NOT NUMERIC
028400         OR PK-PRICE NOT NUMERIC
028500         OR PK-SESSIONS-BOUGHT = 0
028600         DISPLAY "PTPACK ROW NOT USABLE, LEFT OUT: "
028700             PK-PACKAGE-NO
028800         GO TO 2200-NEXT
028900     END-IF.
029000     MOVE PK-PURCHASE-DATE TO WS-PURCHASE-NUM.
029100     IF WS-PURCHASE-NUM > WS-MONTH-END
029200         OR PK-SESSIONS-USED NOT < PK-SESSIONS-BOUGHT
029300         OR PK-EXPIRY-NUM < WS-MONTH-START
029400         GO TO 2200-NEXT
029500     END-IF.
029600     COMPUTE WS-SESSIONS-LEFT =
029700         PK-SESSIONS-BOUGHT - PK-SESSIONS-USED.
029800     COMPUTE WS-LEFT-VALUE ROUNDED =
029900         PK-PRICE * WS-SESSIONS-LEFT / PK-SESSIONS-BOUGHT.
030000     IF PK-EXPIRY-NUM < WS-MONTH-END
030100         ADD 1 TO WS-LAPSED-COUNT
030200         ADD WS-SESSIONS-LEFT TO WS-LAPSED-SESSIONS
030300         ADD WS-LEFT-VALUE TO WS-LAPSED-VALUE
030400         GO TO 2200-NEXT
030500     END-IF.
030600     ADD 1 TO WS-OPEN-COUNT.
030700     ADD WS-SESSIONS-LEFT TO WS-OPEN-SESSIONS.
030800     ADD WS-LEFT-VALUE TO WS-OPEN-VALUE.
030900     PERFORM 2300-ADD-INSTRUCTOR THRU 2300-EXIT.
031000     PERFORM 2500-LOOKUP-MEMBER THRU 2500-EXIT.
031100     MOVE SPACES             TO DL-NAME.
031200     MOVE PK-PACKAGE-NO      TO DL-PACKAGE-NO.
031300     MOVE PK-MEMBER-ID       TO DL-MEMBER-ID.
031400     IF MEMBER-FOUND
031500         MOVE MEMBER-NAME    TO DL-NAME
031600     END-IF.
031700     MOVE PK-INSTRUCTOR      TO DL-INSTRUCTOR.
031800     MOVE WS-SESSIONS-LEFT   TO DL-LEFT.
031900     MOVE PK-SESSIONS-BOUGHT TO DL-BOUGHT.
032000     MOVE PK-EXPIRY-DATE     TO DL-EXPIRY.
032100     MOVE WS-LEFT-VALUE      TO DL-VALUE.
032200     MOVE WS-DETAIL-LINE TO LIAB-REPORT-LINE.
032300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
032400 2200-NEXT.
032500     PERFORM 2100-READ-PACKAGE THRU 2100-EXIT.
032600 2200-EXIT.
032700     EXIT.
032800
032900 2300-ADD-INSTRUCTOR.
033000     MOVE 'N' TO WS-INST-FOUND-SW.
033100     PERFORM 2310-FIND-INSTRUCTOR THRU 2310-EXIT
033200         VARYING WS-INST-I FROM 1 BY 1
033300         UNTIL INST-ROW-FOUND OR WS-INST-I > WS-INST-USED.
033400     IF NOT INST-ROW-FOUND
033500         IF WS-INST-USED < 100
033600             ADD 1 TO WS-INST-USED
033700             SET WS-INST-NDX TO WS-INST-USED
033800             MOVE PK-INSTRUCTOR TO WS-INST-ID (WS-INST-NDX)
033900             MOVE 0 TO WS-INST-PACKS (WS-INST-NDX)
034000             MOVE 0 TO WS-INST-SESSIONS (WS-INST-NDX)
034100             MOVE 0 TO WS-INST-VALUE (WS-INST-NDX)
034200         ELSE
034300             SET WS-INST-NDX TO 100
034400             MOVE "OTHERS" TO WS-INST-ID (WS-INST-NDX)
034500         END-IF
034600     END-IF.
034700     ADD 1 TO WS-INST-PACKS (WS-INST-NDX).
034800     ADD WS-SESSIONS-LEFT TO WS-INST-SESSIONS (WS-INST-NDX).
034900     ADD WS-LEFT-VALUE TO WS-INST-VALUE (WS-INST-NDX).
035000 2300-EXIT.
035100     EXIT.
035200
035300 2310-FIND-INSTRUCTOR.
035400     SET WS-INST-NDX TO WS-INST-I.
035500     IF WS-INST-ID (WS-INST-NDX) = PK-INSTRUCTOR
035600         MOVE 'Y' TO WS-INST-FOUND-SW
035700     END-IF.
035800 2310-EXIT.
035900     EXIT.
036000
036100 2500-LOOKUP-MEMBER.
036200     MOVE 'N' TO WS-MEMBER-FOUND-SW.
036300     IF NOT MASTER-OPEN
036400         GO TO 2500-EXIT
036500     END-IF.
036600     MOVE PK-MEMBER-ID TO MEMBER-ID.
036700     READ MEMBER-MASTER-FILE
036800         INVALID KEY
036900             MOVE 'N' TO WS-MEMBER-FOUND-SW
037000         NOT INVALID KEY
037100             MOVE 'Y' TO WS-MEMBER-FOUND-SW
037200     END-READ.
037300 2500-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------*
037700* 3000-LIST-INSTRUCTORS - THE OUTSTANDING FIGURES BY        *
037800* INSTRUCTOR, FOR THE SESSIONS EACH STILL HAS TO DELIVER.   *
037900*----------------------------------------------------------*
038000 3000-LIST-INSTRUCTORS.
038100     MOVE SPACES TO LIAB-REPORT-LINE.
038200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
038300     MOVE "OUTSTANDING BY INSTRUCTOR" TO LIAB-REPORT-LINE.
038400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
038500     MOVE "  INSTR.      PACKS  SESSIONS         VALUE"
038600         TO LIAB-REPORT-LINE.
038700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
038800     PERFORM 3100-INSTRUCTOR-LINE THRU 3100-EXIT
038900         VARYING WS-INST-I FROM 1 BY 1
039000         UNTIL WS-INST-I > WS-INST-USED.
039100     MOVE SPACES TO WS-INST-LINE.
039200     MOVE "TOTAL"          TO IL-INSTRUCTOR.
039300     MOVE WS-OPEN-COUNT    TO IL-PACKS.
039400     MOVE WS-OPEN-SESSIONS TO IL-SESSIONS.
039500     MOVE WS-OPEN-VALUE    TO IL-VALUE.
039600     MOVE WS-INST-LINE TO LIAB-REPORT-LINE.
039700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
039800 3000-EXIT.
039900     EXIT.
040000
040100 3100-INSTRUCTOR-LINE.
040200     SET WS-INST-NDX TO WS-INST-I.
040300     MOVE SPACES TO WS-INST-LINE.
040400     MOVE WS-INST-ID (WS-INST-NDX)       TO IL-INSTRUCTOR.
040500     MOVE WS-INST-PACKS (WS-INST-NDX)    TO IL-PACKS.
040600     MOVE WS-INST-SESSIONS (WS-INST-NDX) TO IL-SESSIONS.
040700     MOVE WS-INST-VALUE (WS-INST-NDX)    TO IL-VALUE.
040800     MOVE WS-INST-LINE TO LIAB-REPORT-LINE.
040900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
041000 3100-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------*
041400* 4000-LIST-LAPSED - PACKAGES THAT EXPIRED DURING THE MONTH *
041500* WITH SESSIONS UNUSED.  THEY LEAVE THE LIABILITY THIS      *
041600* MONTH; FINANCE TAKES THE VALUE TO INCOME.                 *
041700*----------------------------------------------------------*
041800 4000-LIST-LAPSED.
041900     MOVE SPACES TO LIAB-REPORT-LINE.
042000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042100     MOVE "EXPIRED DURING THE MONTH WITH SESSIONS UNUSED"
042200         TO LIAB-REPORT-LINE.
042300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042400     MOVE WS-LAPSED-COUNT TO WS-COUNT-EDIT.
042500     MOVE WS-LAPSED-SESSIONS TO WS-SESS-EDIT.
042600     MOVE WS-LAPSED-VALUE TO WS-VALUE-EDIT.
042700     MOVE SPACES TO LIAB-REPORT-LINE.
042800     STRING "  PACKAGES " DELIMITED BY SIZE
042900         WS-COUNT-EDIT DELIMITED BY SIZE
043000         "   SESSIONS " DELIMITED BY SIZE
043100         WS-SESS-EDIT DELIMITED BY SIZE
043200         "   VALUE " DELIMITED BY SIZE
043300         WS-VALUE-EDIT DELIMITED BY SIZE
043400         INTO LIAB-REPORT-LINE.
043500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
043600 4000-EXIT.
043700     EXIT.
043800
043900 8000-WRITE-LINE.
044000     WRITE LIAB-REPORT-LINE.
044100     IF NOT WS-REPORT-OK
044200         DISPLAY "PTLRPT WRITE FAILED, STATUS = "
044300             WS-REPORT-STATUS
044400         IF RETURN-CODE < 4
044500             MOVE 4 TO RETURN-CODE
044600         END-IF
044700     END-IF.
044800 8000-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------*
045200* 9000-WRAP-UP - THE LIABILITY FIGURE FOR FINANCE AND THE   *
045300* RUN TOTALS FOR THE OPERATOR.                              *
045400*----------------------------------------------------------*
045500 9000-WRAP-UP.
045600     MOVE SPACES TO LIAB-REPORT-LINE.
045700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045800     MOVE WS-OPEN-VALUE TO WS-VALUE-EDIT.
045900     MOVE SPACES TO LIAB-REPORT-LINE.
046000     STRING "PREPAID SESSION LIABILITY AT MONTH END: "
046100         DELIMITED BY SIZE
046200         WS-VALUE-EDIT DELIMITED BY SIZE
046300         INTO LIAB-REPORT-LINE.
046400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
046500     IF MASTER-OPEN
046600         CLOSE MEMBER-MASTER-FILE
046700     END-IF.
046800     CLOSE LIAB-REPORT-FILE.
046900     MOVE WS-OPEN-VALUE TO WS-VALUE-EDIT.
047000     DISPLAY "PT LIABILITY REPORT COMPLETE FOR " WS-PARM.
047100     DISPLAY "  PACKAGES READ...........: " WS-READ-COUNT.
047200     DISPLAY "  PACKAGES OUTSTANDING....: " WS-OPEN-COUNT.
047300     DISPLAY "  SESSIONS OUTSTANDING....: " WS-OPEN-SESSIONS.
047400     DISPLAY "  LIABILITY...............: " WS-VALUE-EDIT.
047500     DISPLAY "  EXPIRED IN MONTH........: " WS-LAPSED-COUNT.
047600 9000-EXIT.
047700     EXIT.
