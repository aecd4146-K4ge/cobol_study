000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BWTREND.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  BATCH-WINDOW ELAPSED-TIME TREND.
001000*                      EVERY NIGHTRUN STEP ALREADY LEAVES A
001100*                      BEGIN AND AN END RECORD ON THE RUNCTL
001200*                      FILE, STAMPED WITH THE CLOCK, BUT
001300*                      NOBODY LOOKED AT THE TIMES UNTIL THE
001400*                      STREAM RAN INTO THE MORNING.  THIS
001500*                      PAIRS EACH STEP'S BEGIN AND END PER
001600*                      BUSINESS DATE OVER THE LAST 90 NIGHTS,
001700*                      LISTS EVERY NIGHT'S WINDOW (FIRST
001800*                      BEGIN TO LAST END) AGAINST THE MORNING
001900*                      DEADLINE, GIVES THE STREAM AND EACH
002000*                      STEP 30- AND 90-NIGHT AVERAGES WITH
002100*                      THE 30-AGAINST-90 TREND, AND FLAGS
002200*                      TONIGHT'S STEPS THAT RAN OVER THEIR
002300*                      30-NIGHT AVERAGE BY THE PARAMETER
002400*                      PERCENTAGE.  EACH FLAG, AND A STREAM
002500*                      ALREADY PAST THE DEADLINE, GOES TO
002600*                      KIOSKLOG AS A WARNING SO KLOGALRT
002700*                      SEES IT THE SAME NIGHT.
002800*
002900* RUN PARAMETER.
003000*   PPP,HHMM,SSS - OVER-AVERAGE PERCENTAGE, MORNING DEADLINE
003100*   AND THE SMALLEST OVERRUN IN SECONDS WORTH FLAGGING (SO A
003200*   TEN-SECOND STEP TAKING FIFTEEN IS NOT NEWS).  DEFAULTS
003300*   025, 0600 AND 060 WHEN ABSENT OR NOT NUMERIC.
003400*
003500* NOTES.
003600*   THE STREAM STARTS IN THE EVENING AND ENDS AFTER MIDNIGHT
003700*   UNDER ONE BUSINESS DATE, SO CLOCK TIMES BEFORE NOON COUNT
003800*   AS THE NEXT DAY (24:00 AND UP) FOR THE ARITHMETIC.  A
003900*   STEP BEGUN MORE THAN ONCE IN A NIGHT (A RESTART) IS TIMED
004000*   FROM ITS LAST BEGIN AND MARKED AS A RERUN; A BEGIN WITH NO
004100*   END IS AN UNFINISHED STEP.  THE AVERAGES COVER THE NIGHTS
004200*   BEFORE TONIGHT, AND TONIGHT'S FIGURES STOP AT THIS STEP -
004300*   ITS OWN RECORDS AND THE STEPS AFTER IT ARE LEFT OUT.  A
004400*   STEP NEEDS FIVE TIMED NIGHTS IN THE LAST 30 BEFORE IT CAN
004500*   BE FLAGGED.  RC 4 WHEN ANYTHING IS FLAGGED.
004600*----------------------------------------------------------*
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CTL-STATUS.
005400
005500     SELECT TREND-REPORT-FILE ASSIGN TO "BWTRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REPORT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  RUN-CONTROL-FILE.
006200 01  RUN-CONTROL-RECORD.
006300     05 RC-DATE              PIC X(08).
006400     05 FILLER               PIC X(01).
006500     05 RC-STEP              PIC X(08).
006600     05 FILLER               PIC X(01).
006700     05 RC-ACTION            PIC X(01).
006800     05 FILLER               PIC X(01).
006900     05 RC-TIME              PIC X(06).
007000     05 FILLER               PIC X(01).
007100     05 RC-RC                PIC 9(04).
007200
007300 FD  TREND-REPORT-FILE.
007400 01  TREND-REPORT-LINE       PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-SWITCHES.
007800     05 WS-CTL-STATUS        PIC X(02).
007900         88 WS-CTL-OK        VALUE '00'.
008000         88 WS-CTL-EOF       VALUE '10'.
008100         88 WS-CTL-NOT-FOUND VALUE '35'.
008200     05 WS-REPORT-STATUS     PIC X(02).
008300         88 WS-REPORT-OK     VALUE '00'.
008400     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
008500         88 ROW-FOUND        VALUE 'Y'.
008600     05 WS-FULL-SW           PIC X(01) VALUE 'N'.
008700         88 TABLE-FULL       VALUE 'Y'.
008800     05 WS-TONIGHT-SW        PIC X(01) VALUE 'N'.
008900         88 TONIGHT-ON-FILE  VALUE 'Y'.
009000     05 WS-LATE-SW           PIC X(01) VALUE 'N'.
009100         88 TONIGHT-LATE     VALUE 'Y'.
009200
009300 01  WS-PARM                 PIC X(16).
009400 01  WS-PARM-PCT             PIC X(03) JUSTIFIED RIGHT.
009500 01  WS-PARM-PCT-9 REDEFINES WS-PARM-PCT
009600                             PIC 9(03).
009700 01  WS-PARM-DEADLINE        PIC X(04) JUSTIFIED RIGHT.
009800 01  WS-PARM-DEADLINE-9 REDEFINES WS-PARM-DEADLINE
009900                             PIC 9(04).
010000 01  WS-PARM-FLOOR           PIC X(03) JUSTIFIED RIGHT.
010100 01  WS-PARM-FLOOR-9 REDEFINES WS-PARM-FLOOR
010200                             PIC 9(03).
010300 01  WS-OVER-PCT             PIC 9(03) VALUE 25.
010400 01  WS-DEADLINE             PIC 9(04) VALUE 0600.
010500 01  WS-DEADLINE-R REDEFINES WS-DEADLINE.
010600     05 WS-DEADLINE-HH       PIC 9(02).
010700     05 WS-DEADLINE-MM       PIC 9(02).
010800 01  WS-FLOOR-SECS           PIC 9(03) VALUE 60.
010900 77  WS-DEADLINE-SECS        PIC 9(06) COMP.
011000 77  WS-MIN-NIGHTS           PIC 9(02) COMP VALUE 5.
011100
011200 01  WS-CURR-DATE            PIC X(08).
011300 01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
011400                             PIC 9(08).
011500 77  WS-TODAY-INT            PIC 9(07) COMP.
011600 77  WS-REC-INT              PIC 9(07) COMP.
011700 77  WS-DAYS-AGO             PIC S9(07) COMP.
011800
011900 01  WS-REC-DATE             PIC X(08).
012000 01  WS-REC-DATE-R REDEFINES WS-REC-DATE.
012100     05 WS-REC-CCYY          PIC 9(04).
012200     05 WS-REC-MM            PIC 9(02).
012300     05 WS-REC-DD            PIC 9(02).
012400 01  WS-REC-DATE-NUM REDEFINES WS-REC-DATE
012500                             PIC 9(08).
012600 01  WS-REC-TIME             PIC X(06).
012700 01  WS-REC-TIME-R REDEFINES WS-REC-TIME.
012800     05 WS-REC-HH            PIC 9(02).
012900     05 WS-REC-MI            PIC 9(02).
013000     05 WS-REC-SS            PIC 9(02).
013100 77  WS-REC-SECS             PIC 9(06) COMP.
013200
013300*----------------------------------------------------------*
013400* ONE ROW PER BUSINESS DATE IN THE WINDOW (91 AT MOST -     *
013500* TONIGHT AND THE 90 BEFORE IT).  CLOCK FIGURES ARE NIGHT   *
013600* SECONDS, SEE THE NOTES ABOVE.  PR-FROM IS THE FIRST PAIR  *
013700* ROW OF THE NIGHT, WHERE ITS PAIR SEARCH STARTS.           *
013800*----------------------------------------------------------*
013900 01  WS-NIGHT-TABLE.
014000     05 WS-NT-ENTRY OCCURS 100 TIMES
014100                     INDEXED BY WS-NT-NDX.
014200         10 WS-NT-DATE       PIC X(08).
014300         10 WS-NT-DAYS-AGO   PIC 9(03) COMP.
014400         10 WS-NT-PR-FROM    PIC 9(04) COMP.
014500         10 WS-NT-FIRST-B    PIC 9(06) COMP.
014600         10 WS-NT-LAST-E     PIC 9(06) COMP.
014700         10 WS-NT-STEP-SECS  PIC 9(06) COMP.
014800         10 WS-NT-ENDED      PIC 9(03) COMP.
014900         10 WS-NT-OPEN       PIC 9(03) COMP.
015000         10 WS-NT-RERUNS     PIC 9(03) COMP.
015100 77  WS-NT-USED              PIC 9(03) COMP VALUE 0.
015200 77  WS-NT-I                 PIC 9(03) COMP.
015300 77  WS-NX                   PIC 9(03) COMP.
015400
015500 01  WS-STEP-TABLE.
015600     05 WS-ST-ENTRY OCCURS 80 TIMES
015700                     INDEXED BY WS-ST-NDX.
015800         10 WS-ST-NAME       PIC X(08).
015900         10 WS-ST-SUM-30     PIC 9(08) COMP.
016000         10 WS-ST-CNT-30     PIC 9(03) COMP.
016100         10 WS-ST-SUM-90     PIC 9(08) COMP.
016200         10 WS-ST-CNT-90     PIC 9(03) COMP.
016300         10 WS-ST-TONIGHT    PIC 9(06) COMP.
016400         10 WS-ST-TRIES      PIC 9(02) COMP.
016500         10 WS-ST-STATE      PIC X(01).
016600             88 ST-NOT-RUN   VALUE ' '.
016700             88 ST-ENDED     VALUE 'E'.
016800             88 ST-OPEN      VALUE 'O'.
016900 77  WS-ST-USED              PIC 9(03) COMP VALUE 0.
017000 77  WS-ST-I                 PIC 9(03) COMP.
017100 77  WS-SX                   PIC 9(03) COMP.
017200
017300*----------------------------------------------------------*
017400* ONE ROW PER STEP PER NIGHT - THE LAST BEGIN STILL WAITING *
017500* FOR ITS END, THE ELAPSED SECONDS ONCE IT ENDS, AND HOW    *
017600* MANY TIMES THE STEP WAS BEGUN THAT NIGHT.                 *
017700*----------------------------------------------------------*
017800 01  WS-PAIR-TABLE.
017900     05 WS-PR-ENTRY OCCURS 6000 TIMES
018000                     INDEXED BY WS-PR-NDX.
018100         10 WS-PR-NIGHT      PIC 9(03) COMP.
018200         10 WS-PR-STEP       PIC 9(03) COMP.
018300         10 WS-PR-BEGIN      PIC 9(06) COMP.
018400         10 WS-PR-ELAPSED    PIC 9(06) COMP.
018500         10 WS-PR-TRIES      PIC 9(02) COMP.
018600         10 WS-PR-STATE      PIC X(01).
018700             88 PR-ENDED     VALUE 'E'.
018800             88 PR-OPEN      VALUE 'O'.
018900 77  WS-PR-USED              PIC 9(04) COMP VALUE 0.
019000 77  WS-PR-I                 PIC 9(04) COMP.
019100
019200 01  WS-STREAM-TOTALS.
019300     05 WS-SM-WIN-30         PIC 9(08) COMP VALUE 0.
019400     05 WS-SM-STEP-30        PIC 9(08) COMP VALUE 0.
019500     05 WS-SM-CNT-30         PIC 9(03) COMP VALUE 0.
019600     05 WS-SM-LATE-30        PIC 9(03) COMP VALUE 0.
019700     05 WS-SM-WIN-90         PIC 9(08) COMP VALUE 0.
019800     05 WS-SM-STEP-90        PIC 9(08) COMP VALUE 0.
019900     05 WS-SM-CNT-90         PIC 9(03) COMP VALUE 0.
020000     05 WS-SM-LATE-90        PIC 9(03) COMP VALUE 0.
020100 77  WS-TONIGHT-NX           PIC 9(03) COMP VALUE 0.
020200 77  WS-WINDOW               PIC 9(06) COMP.
020300 77  WS-AVG-30               PIC 9(06) COMP.
020400 77  WS-AVG-90               PIC 9(06) COMP.
020500 77  WS-AVG-STEP-30          PIC 9(06) COMP.
020600 77  WS-AVG-STEP-90          PIC 9(06) COMP.
020700 77  WS-TREND-PCT            PIC S9(05) COMP.
020800 77  WS-OVER-BY              PIC S9(07) COMP.
020900 77  WS-OVER-LIMIT           PIC 9(09) COMP.
021000 77  WS-FLAG-COUNT           PIC 9(03) COMP VALUE 0.
021100 77  WS-BAD-RECORDS          PIC 9(05) COMP VALUE 0.
021200 77  WS-WORST-RC             PIC 9(02) COMP VALUE 0.
021300 77  WS-NOTE-PTR             PIC 9(02) COMP.
021400 01  WS-PCT-EDIT             PIC +++9.
021500 01  WS-COUNT-EDIT           PIC ZZ9.
021600 01  WS-BAD-EDIT             PIC ZZZZ9.
021700
021800 77  WS-HMS-SECS             PIC 9(06) COMP.
021900 77  WS-HMS-REM              PIC 9(06) COMP.
022000 01  WS-HMS-EDIT.
022100     05 WS-HMS-HH            PIC 9(02).
022200     05 FILLER               PIC X(01) VALUE ':'.
022300     05 WS-HMS-MM            PIC 9(02).
022400     05 FILLER               PIC X(01) VALUE ':'.
022500     05 WS-HMS-SS            PIC 9(02).
022600 01  WS-DEADLINE-EDIT.
022700     05 WS-DL-HH             PIC 9(02).
022800     05 FILLER               PIC X(01) VALUE ':'.
022900     05 WS-DL-MM             PIC 9(02).
023000
023100 01  WS-NIGHT-DETAIL.
023200     05 FILLER               PIC X(02) VALUE SPACES.
023300     05 ND-DATE              PIC X(08).
023400     05 FILLER               PIC X(02) VALUE SPACES.
023500     05 ND-START             PIC X(08).
023600     05 FILLER               PIC X(02) VALUE SPACES.
023700     05 ND-END               PIC X(08).
023800     05 FILLER               PIC X(02) VALUE SPACES.
023900     05 ND-WINDOW            PIC X(08).
024000     05 FILLER               PIC X(02) VALUE SPACES.
024100     05 ND-STEP-TIME         PIC X(08).
024200     05 FILLER               PIC X(03) VALUE SPACES.
024300     05 ND-NOTES             PIC X(27).
024400
024500 01  WS-STREAM-DETAIL.
024600     05 FILLER               PIC X(02) VALUE SPACES.
024700     05 SD-LABEL             PIC X(16).
024800     05 FILLER               PIC X(02) VALUE SPACES.
024900     05 SD-WINDOW            PIC X(08).
025000     05 FILLER               PIC X(02) VALUE SPACES.
025100     05 SD-STEP-TIME         PIC X(08).
025200     05 FILLER               PIC X(03) VALUE SPACES.
025300     05 SD-NIGHTS            PIC ZZ9.
025400     05 FILLER               PIC X(03) VALUE SPACES.
025500     05 SD-LATE              PIC ZZ9.
025600
025700 01  WS-STEP-DETAIL.
025800     05 FILLER               PIC X(02) VALUE SPACES.
025900     05 STD-STEP             PIC X(08).
026000     05 FILLER               PIC X(02) VALUE SPACES.
026100     05 STD-TONIGHT          PIC X(08).
026200     05 FILLER               PIC X(02) VALUE SPACES.
026300     05 STD-AVG-30           PIC X(08).
026400     05 FILLER               PIC X(02) VALUE SPACES.
026500     05 STD-AVG-90           PIC X(08).
026600     05 FILLER               PIC X(02) VALUE SPACES.
026700     05 STD-TREND-AREA.
026800         10 STD-TREND        PIC +++9.
026900         10 STD-TREND-PCT    PIC X(01).
027000     05 FILLER               PIC X(02) VALUE SPACES.
027100     05 STD-NIGHTS           PIC ZZ9.
027200     05 FILLER               PIC X(02) VALUE SPACES.
027300     05 STD-FLAG             PIC X(22).
027400
027500 01  WS-NIGHT-HEADING.
027600     05 FILLER               PIC X(30) VALUE
027700        "  DATE      START     END     ".
027800     05 FILLER               PIC X(28) VALUE
027900        "  WINDOW    STEP TIME  NOTES".
028000
028100 01  WS-STEP-HEADING.
028200     05 FILLER               PIC X(30) VALUE
028300        "  STEP      TONIGHT   AVG 30  ".
028400     05 FILLER               PIC X(29) VALUE
028500        "  AVG 90    TREND  NTS  FLAG".
028600
028700 01  WS-KLOG.
028800     COPY KLOGREC.
028900
029000 01  WS-RUNCTL.
029100     COPY RUNCTL.
029200
029300 PROCEDURE DIVISION.
029400 0000-MAINLINE.
029500     MOVE "BWTREND" TO RCTL-STEP-NAME.
029600     MOVE 'B' TO RCTL-ACTION.
029700     CALL "RUNCTLW" USING WS-RUNCTL.
029800     IF RCTL-SKIP-STEP
029900         DISPLAY "BWTREND ALREADY COMPLETE - STEP SKIPPED"
030000         GOBACK
030100     END-IF.
030200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030300     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
030400     IF WS-CTL-OK
030500         PERFORM 3000-READ-CONTROL THRU 3000-EXIT
030600         PERFORM 3100-TAKE-RECORD THRU 3100-EXIT
030700             UNTIL WS-CTL-EOF
030800         CLOSE RUN-CONTROL-FILE
030900     END-IF.
031000     PERFORM 4000-SUMMARISE THRU 4000-EXIT.
031100     PERFORM 5000-NIGHT-SECTION THRU 5000-EXIT.
031200     PERFORM 6000-STREAM-SECTION THRU 6000-EXIT.
031300     PERFORM 7000-STEP-SECTION THRU 7000-EXIT.
031400     CLOSE TREND-REPORT-FILE.
031500     IF WS-FLAG-COUNT > 0
031600         MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT
031700         DISPLAY "BATCH WINDOW TREND - " WS-COUNT-EDIT
031800             " FLAG(S) RAISED, SEE BWTRPT"
031900         MOVE 4 TO WS-WORST-RC
032000     ELSE
032100         DISPLAY "BATCH WINDOW TREND CLEAN FOR " WS-CURR-DATE
032200     END-IF.
032300     IF WS-BAD-RECORDS > 0
032400         MOVE WS-BAD-RECORDS TO WS-BAD-EDIT
032500         DISPLAY "RUNCTL RECORDS SKIPPED, BAD DATE OR TIME: "
032600             WS-BAD-EDIT
032700     END-IF.
032800     IF WS-WORST-RC > RETURN-CODE
032900         MOVE WS-WORST-RC TO RETURN-CODE
033000     END-IF.
033100     MOVE 'E' TO RCTL-ACTION.
033200     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
033300     CALL "RUNCTLW" USING WS-RUNCTL.
033400     GOBACK.
033500
033600*----------------------------------------------------------*
033700* 1000-INITIALIZE - FLAG SETTINGS FROM THE RUN PARAMETER,   *
033800* THE DEADLINE AS NIGHT SECONDS AND THE BUSINESS DATE AS A  *
033900* DAY NUMBER FOR THE WINDOW.                                *
034000*----------------------------------------------------------*
034100 1000-INITIALIZE.
034200     ACCEPT WS-PARM FROM COMMAND-LINE.
034300     IF WS-PARM NOT = SPACES
034400         UNSTRING WS-PARM DELIMITED BY "," OR SPACE
034500             INTO WS-PARM-PCT WS-PARM-DEADLINE WS-PARM-FLOOR
034600         END-UNSTRING
034700         INSPECT WS-PARM-PCT
034800             REPLACING LEADING SPACE BY ZERO
034900         INSPECT WS-PARM-DEADLINE
035000             REPLACING LEADING SPACE BY ZERO
035100         INSPECT WS-PARM-FLOOR
035200             REPLACING LEADING SPACE BY ZERO
035300         IF WS-PARM-PCT NUMERIC
035400             MOVE WS-PARM-PCT-9 TO WS-OVER-PCT
035500         END-IF
035600         IF WS-PARM-DEADLINE NUMERIC
035700             MOVE WS-PARM-DEADLINE-9 TO WS-DEADLINE
035800         END-IF
035900         IF WS-PARM-FLOOR NUMERIC
036000             MOVE WS-PARM-FLOOR-9 TO WS-FLOOR-SECS
036100         END-IF
036200     END-IF.
036300     IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
036400         DISPLAY "BWTREND DEADLINE " WS-DEADLINE
036500             " NOT A CLOCK TIME - 0600 USED"
036600         MOVE 0600 TO WS-DEADLINE
036700     END-IF.
036800     MOVE WS-DEADLINE-HH TO WS-DL-HH.
036900     MOVE WS-DEADLINE-MM TO WS-DL-MM.
037000     COMPUTE WS-DEADLINE-SECS =
037100         WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60.
037200     IF WS-DEADLINE-HH < 12
037300         ADD 86400 TO WS-DEADLINE-SECS
037400     END-IF.
037500     CALL "RUNDT" USING WS-CURR-DATE.
037600     COMPUTE WS-TODAY-INT =
037700         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM).
037800     MOVE "BWTREND" TO KLOG-PROGRAM.
037900     MOVE SPACES TO KLOG-MEMBER-ID.
038000 1000-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------*
038400* 2000-OPEN-FILES - NO RUNCTL FILE YET MEANS AN EMPTY       *
038500* REPORT, NOT A FAILED STEP.                                *
038600*----------------------------------------------------------*
038700 2000-OPEN-FILES.
038800     OPEN INPUT RUN-CONTROL-FILE.
038900     IF WS-CTL-NOT-FOUND
039000         DISPLAY "NO RUNCTL ON FILE - NOTHING TO TIME"
039100     ELSE
039200         IF NOT WS-CTL-OK
039300             DISPLAY "RUNCTL OPEN FAILED, STATUS = "
039400                 WS-CTL-STATUS
039500             MOVE 8 TO RETURN-CODE
039600             GOBACK
039700         END-IF
039800     END-IF.
039900     OPEN OUTPUT TREND-REPORT-FILE.
040000     IF NOT WS-REPORT-OK
040100         DISPLAY "BWTRPT OPEN FAILED, STATUS = "
040200             WS-REPORT-STATUS
040300         IF WS-CTL-OK
040400             CLOSE RUN-CONTROL-FILE
040500         END-IF
040600         MOVE 8 TO RETURN-CODE
040700         GOBACK
040800     END-IF.
040900 2000-EXIT.
041000     EXIT.
041100
041200 3000-READ-CONTROL.
041300     READ RUN-CONTROL-FILE.
041400 3000-EXIT.
041500     EXIT.
041600
041700*----------------------------------------------------------*
041800* 3100-TAKE-RECORD - ONLY THE WINDOW'S NIGHTS COUNT.  A     *
041900* BEGIN OPENS (OR REOPENS) THE STEP'S PAIR FOR THE NIGHT;   *
042000* AN END CLOSES THE OPEN PAIR.  AN END WITH NOTHING OPEN    *
042100* CANNOT BE TIMED AND IS PASSED OVER.                       *
042200*----------------------------------------------------------*
042300 3100-TAKE-RECORD.
042400     IF RC-STEP = "BWTREND"
042500         GO TO 3100-NEXT
042600     END-IF.
042700     IF RC-ACTION NOT = 'B' AND RC-ACTION NOT = 'E'
042800         GO TO 3100-NEXT
042900     END-IF.
043000     MOVE RC-DATE TO WS-REC-DATE.
043100     MOVE RC-TIME TO WS-REC-TIME.
043200     IF WS-REC-DATE NOT NUMERIC OR WS-REC-TIME NOT NUMERIC
043300         ADD 1 TO WS-BAD-RECORDS
043400         GO TO 3100-NEXT
043500     END-IF.
043600     IF WS-REC-MM < 1 OR WS-REC-MM > 12
043700         OR WS-REC-DD < 1 OR WS-REC-DD > 31
043800         OR WS-REC-HH > 23 OR WS-REC-MI > 59 OR WS-REC-SS > 59
043900         ADD 1 TO WS-BAD-RECORDS
044000         GO TO 3100-NEXT
044100     END-IF.
044200     COMPUTE WS-REC-INT =
044300         FUNCTION INTEGER-OF-DATE (WS-REC-DATE-NUM).
044400     COMPUTE WS-DAYS-AGO = WS-TODAY-INT - WS-REC-INT.
044500     IF WS-DAYS-AGO < 0 OR WS-DAYS-AGO > 90
044600         GO TO 3100-NEXT
044700     END-IF.
044800     COMPUTE WS-REC-SECS =
044900         WS-REC-HH * 3600 + WS-REC-MI * 60 + WS-REC-SS.
045000     IF WS-REC-HH < 12
045100         ADD 86400 TO WS-REC-SECS
045200     END-IF.
045300     PERFORM 3200-FIND-NIGHT THRU 3200-EXIT.
045400     IF TABLE-FULL
045500         GO TO 3100-NEXT
045600     END-IF.
045700     PERFORM 3300-FIND-STEP THRU 3300-EXIT.
045800     IF TABLE-FULL
045900         GO TO 3100-NEXT
046000     END-IF.
046100     PERFORM 3400-FIND-PAIR THRU 3400-EXIT.
046200     IF TABLE-FULL
046300         GO TO 3100-NEXT
046400     END-IF.
046500     IF RC-ACTION = 'B'
046600         MOVE WS-REC-SECS TO WS-PR-BEGIN (WS-PR-NDX)
046700         ADD 1 TO WS-PR-TRIES (WS-PR-NDX)
046800         MOVE 'O' TO WS-PR-STATE (WS-PR-NDX)
046900         IF WS-REC-SECS < WS-NT-FIRST-B (WS-NT-NDX)
047000             MOVE WS-REC-SECS TO WS-NT-FIRST-B (WS-NT-NDX)
047100         END-IF
047200         GO TO 3100-NEXT
047300     END-IF.
047400     IF NOT PR-OPEN (WS-PR-NDX)
047500         GO TO 3100-NEXT
047600     END-IF.
047700     IF WS-REC-SECS > WS-PR-BEGIN (WS-PR-NDX)
047800         COMPUTE WS-PR-ELAPSED (WS-PR-NDX) =
047900             WS-REC-SECS - WS-PR-BEGIN (WS-PR-NDX)
048000     ELSE
048100         MOVE 0 TO WS-PR-ELAPSED (WS-PR-NDX)
048200     END-IF.
048300     MOVE 'E' TO WS-PR-STATE (WS-PR-NDX).
048400     IF WS-REC-SECS > WS-NT-LAST-E (WS-NT-NDX)
048500         MOVE WS-REC-SECS TO WS-NT-LAST-E (WS-NT-NDX)
048600     END-IF.
048700 3100-NEXT.
048800     PERFORM 3000-READ-CONTROL THRU 3000-EXIT.
048900 3100-EXIT.
049000     EXIT.
049100
049200 3200-FIND-NIGHT.
049300     MOVE 'N' TO WS-FULL-SW.
049400     MOVE 'N' TO WS-FOUND-SW.
049500     PERFORM 3210-MATCH-NIGHT THRU 3210-EXIT
049600         VARYING WS-NT-I FROM WS-NT-USED BY -1
049700         UNTIL ROW-FOUND OR WS-NT-I < 1.
049800     IF ROW-FOUND
049900         GO TO 3200-SET
050000     END-IF.
050100     IF WS-NT-USED < 100
050200         ADD 1 TO WS-NT-USED
050300         SET WS-NT-NDX TO WS-NT-USED
050400         MOVE WS-REC-DATE TO WS-NT-DATE (WS-NT-NDX)
050500         MOVE WS-DAYS-AGO TO WS-NT-DAYS-AGO (WS-NT-NDX)
050600         COMPUTE WS-NT-PR-FROM (WS-NT-NDX) = WS-PR-USED + 1
050700         MOVE 999999 TO WS-NT-FIRST-B (WS-NT-NDX)
050800         MOVE 0 TO WS-NT-LAST-E (WS-NT-NDX)
050900         MOVE 0 TO WS-NT-STEP-SECS (WS-NT-NDX)
051000         MOVE 0 TO WS-NT-ENDED (WS-NT-NDX)
051100         MOVE 0 TO WS-NT-OPEN (WS-NT-NDX)
051200         MOVE 0 TO WS-NT-RERUNS (WS-NT-NDX)
051300     ELSE
051400         DISPLAY "BWTREND NIGHT TABLE FULL, DROPPED: "
051500             WS-REC-DATE
051600         MOVE 'Y' TO WS-FULL-SW
051700         MOVE 4 TO WS-WORST-RC
051800     END-IF.
051900 3200-SET.
052000     SET WS-NX TO WS-NT-NDX.
052100 3200-EXIT.
052200     EXIT.
052300
052400 3210-MATCH-NIGHT.
052500     SET WS-NT-NDX TO WS-NT-I.
052600     IF WS-NT-DATE (WS-NT-NDX) = WS-REC-DATE
052700         MOVE 'Y' TO WS-FOUND-SW
052800     END-IF.
052900 3210-EXIT.
053000     EXIT.
053100
053200 3300-FIND-STEP.
053300     MOVE 'N' TO WS-FOUND-SW.
053400     PERFORM 3310-MATCH-STEP THRU 3310-EXIT
053500         VARYING WS-ST-I FROM 1 BY 1
053600         UNTIL ROW-FOUND OR WS-ST-I > WS-ST-USED.
053700     IF ROW-FOUND
053800         GO TO 3300-SET
053900     END-IF.
054000     IF WS-ST-USED < 80
054100         ADD 1 TO WS-ST-USED
054200         SET WS-ST-NDX TO WS-ST-USED
054300         MOVE RC-STEP TO WS-ST-NAME (WS-ST-NDX)
054400         MOVE 0 TO WS-ST-SUM-30 (WS-ST-NDX)
054500         MOVE 0 TO WS-ST-CNT-30 (WS-ST-NDX)
054600         MOVE 0 TO WS-ST-SUM-90 (WS-ST-NDX)
054700         MOVE 0 TO WS-ST-CNT-90 (WS-ST-NDX)
054800         MOVE 0 TO WS-ST-TONIGHT (WS-ST-NDX)
054900         MOVE 0 TO WS-ST-TRIES (WS-ST-NDX)
055000         MOVE SPACE TO WS-ST-STATE (WS-ST-NDX)
055100     ELSE
055200         DISPLAY "BWTREND STEP TABLE FULL, DROPPED: " RC-STEP
055300         MOVE 'Y' TO WS-FULL-SW
055400         MOVE 4 TO WS-WORST-RC
055500     END-IF.
055600 3300-SET.
055700     SET WS-SX TO WS-ST-NDX.
055800 3300-EXIT.
055900     EXIT.
056000
056100 3310-MATCH-STEP.
056200     SET WS-ST-NDX TO WS-ST-I.
056300     IF WS-ST-NAME (WS-ST-NDX) = RC-STEP
056400         MOVE 'Y' TO WS-FOUND-SW
056500     END-IF.
056600 3310-EXIT.
056700     EXIT.
056800
056900 3400-FIND-PAIR.
057000     MOVE 'N' TO WS-FOUND-SW.
057100     PERFORM 3410-MATCH-PAIR THRU 3410-EXIT
057200         VARYING WS-PR-I FROM WS-NT-PR-FROM (WS-NT-NDX) BY 1
057300         UNTIL ROW-FOUND OR WS-PR-I > WS-PR-USED.
057400     IF ROW-FOUND
057500         GO TO 3400-EXIT
057600     END-IF.
057700     IF WS-PR-USED < 6000
057800         ADD 1 TO WS-PR-USED
057900         SET WS-PR-NDX TO WS-PR-USED
058000         MOVE WS-NX TO WS-PR-NIGHT (WS-PR-NDX)
058100         MOVE WS-SX TO WS-PR-STEP (WS-PR-NDX)
058200         MOVE 0 TO WS-PR-BEGIN (WS-PR-NDX)
058300         MOVE 0 TO WS-PR-ELAPSED (WS-PR-NDX)
058400         MOVE 0 TO WS-PR-TRIES (WS-PR-NDX)
058500         MOVE SPACE TO WS-PR-STATE (WS-PR-NDX)
058600     ELSE
058700         DISPLAY "BWTREND PAIR TABLE FULL, DROPPED: "
058800             RC-DATE " " RC-STEP
058900         MOVE 'Y' TO WS-FULL-SW
059000         MOVE 4 TO WS-WORST-RC
059100     END-IF.
059200 3400-EXIT.
059300     EXIT.
059400
059500 3410-MATCH-PAIR.
059600     SET WS-PR-NDX TO WS-PR-I.
059700     IF WS-PR-STEP (WS-PR-NDX) = WS-SX
059800         AND WS-PR-NIGHT (WS-PR-NDX) = WS-NX
059900         MOVE 'Y' TO WS-FOUND-SW
060000     END-IF.
060100 3410-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------*
060500* 4000-SUMMARISE - ROLL THE PAIRS UP INTO THEIR NIGHTS AND  *
060600* STEPS, THEN THE NIGHTS INTO THE STREAM AVERAGES.  NIGHTS  *
060700* 1-30 DAYS BACK FEED BOTH AVERAGES, 31-90 ONLY THE LONGER  *
060800* ONE; TONIGHT (0 DAYS BACK) FEEDS NEITHER.                 *
060900*----------------------------------------------------------*
061000 4000-SUMMARISE.
061100     PERFORM 4100-ROLL-PAIR THRU 4100-EXIT
061200         VARYING WS-PR-I FROM 1 BY 1
061300         UNTIL WS-PR-I > WS-PR-USED.
061400     PERFORM 4200-ROLL-NIGHT THRU 4200-EXIT
061500         VARYING WS-NT-I FROM 1 BY 1
061600         UNTIL WS-NT-I > WS-NT-USED.
061700 4000-EXIT.
061800     EXIT.
061900
062000 4100-ROLL-PAIR.
062100     SET WS-PR-NDX TO WS-PR-I.
062200     SET WS-NT-NDX TO WS-PR-NIGHT (WS-PR-NDX).
062300     SET WS-ST-NDX TO WS-PR-STEP (WS-PR-NDX).
062400     IF WS-PR-TRIES (WS-PR-NDX) > 1
062500         ADD 1 TO WS-NT-RERUNS (WS-NT-NDX)
062600     END-IF.
062700     IF WS-NT-DAYS-AGO (WS-NT-NDX) = 0
062800         MOVE WS-PR-STATE (WS-PR-NDX) TO WS-ST-STATE (WS-ST-NDX)
062900         MOVE WS-PR-TRIES (WS-PR-NDX) TO WS-ST-TRIES (WS-ST-NDX)
063000     END-IF.
063100     IF PR-OPEN (WS-PR-NDX)
063200         ADD 1 TO WS-NT-OPEN (WS-NT-NDX)
063300         GO TO 4100-EXIT
063400     END-IF.
063500     IF NOT PR-ENDED (WS-PR-NDX)
063600         GO TO 4100-EXIT
063700     END-IF.
063800     ADD 1 TO WS-NT-ENDED (WS-NT-NDX).
063900     ADD WS-PR-ELAPSED (WS-PR-NDX) TO WS-NT-STEP-SECS (WS-NT-NDX).
064000     IF WS-NT-DAYS-AGO (WS-NT-NDX) = 0
064100         MOVE WS-PR-ELAPSED (WS-PR-NDX)
064200             TO WS-ST-TONIGHT (WS-ST-NDX)
064300         GO TO 4100-EXIT
064400     END-IF.
064500     IF WS-NT-DAYS-AGO (WS-NT-NDX) NOT > 30
064600         ADD WS-PR-ELAPSED (WS-PR-NDX) TO WS-ST-SUM-30 (WS-ST-NDX)
064700         ADD 1 TO WS-ST-CNT-30 (WS-ST-NDX)
064800     END-IF.
064900     ADD WS-PR-ELAPSED (WS-PR-NDX) TO WS-ST-SUM-90 (WS-ST-NDX).
065000     ADD 1 TO WS-ST-CNT-90 (WS-ST-NDX).
065100 4100-EXIT.
065200     EXIT.
065300
065400 4200-ROLL-NIGHT.
065500     SET WS-NT-NDX TO WS-NT-I.
065600     IF WS-NT-DAYS-AGO (WS-NT-NDX) = 0
065700         MOVE WS-NT-I TO WS-TONIGHT-NX
065800         MOVE 'Y' TO WS-TONIGHT-SW
065900         IF WS-NT-ENDED (WS-NT-NDX) > 0
066000             AND WS-NT-LAST-E (WS-NT-NDX) > WS-DEADLINE-SECS
066100             MOVE 'Y' TO WS-LATE-SW
066200         END-IF
066300         GO TO 4200-EXIT
066400     END-IF.
066500     IF WS-NT-ENDED (WS-NT-NDX) = 0
066600         OR WS-NT-FIRST-B (WS-NT-NDX) = 999999
066700         GO TO 4200-EXIT
066800     END-IF.
066900     PERFORM 4300-NIGHT-WINDOW THRU 4300-EXIT.
067000     IF WS-NT-DAYS-AGO (WS-NT-NDX) NOT > 30
067100         ADD WS-WINDOW TO WS-SM-WIN-30
067200         ADD WS-NT-STEP-SECS (WS-NT-NDX) TO WS-SM-STEP-30
067300         ADD 1 TO WS-SM-CNT-30
067400         IF WS-NT-LAST-E (WS-NT-NDX) > WS-DEADLINE-SECS
067500             ADD 1 TO WS-SM-LATE-30
067600         END-IF
067700     END-IF.
067800     ADD WS-WINDOW TO WS-SM-WIN-90.
067900     ADD WS-NT-STEP-SECS (WS-NT-NDX) TO WS-SM-STEP-90.
068000     ADD 1 TO WS-SM-CNT-90.
068100     IF WS-NT-LAST-E (WS-NT-NDX) > WS-DEADLINE-SECS
068200         ADD 1 TO WS-SM-LATE-90
068300     END-IF.
068400 4200-EXIT.
068500     EXIT.
068600
068700 4300-NIGHT-WINDOW.
068800     IF WS-NT-LAST-E (WS-NT-NDX) > WS-NT-FIRST-B (WS-NT-NDX)
068900         COMPUTE WS-WINDOW = WS-NT-LAST-E (WS-NT-NDX)
069000             - WS-NT-FIRST-B (WS-NT-NDX)
069100     ELSE
069200         MOVE 0 TO WS-WINDOW
069300     END-IF.
069400 4300-EXIT.
069500     EXIT.
069600
069700*----------------------------------------------------------*
069800* 5000-NIGHT-SECTION - ONE LINE PER NIGHT IN FILE ORDER, SO *
069900* THE CREEP READS DOWN THE PAGE.  LATE IS AN END PAST THE   *
070000* DEADLINE; A NIGHT WITH NO END AT ALL SHOWS NO WINDOW.     *
070100*----------------------------------------------------------*
070200 5000-NIGHT-SECTION.
070300     MOVE SPACES TO TREND-REPORT-LINE.
070400     STRING "BATCH WINDOW TREND FOR " DELIMITED BY SIZE
070500         WS-CURR-DATE DELIMITED BY SIZE
070600         " - TONIGHT AND THE 90 NIGHTS BEFORE"
070700         DELIMITED BY SIZE
070800         INTO TREND-REPORT-LINE.
070900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
071000     MOVE WS-OVER-PCT TO WS-COUNT-EDIT.
071100     MOVE SPACES TO TREND-REPORT-LINE.
071200     STRING "STEP FLAG OVER 30-NIGHT AVERAGE BY"
071300         DELIMITED BY SIZE
071400         WS-COUNT-EDIT DELIMITED BY SIZE
071500         "% AND " DELIMITED BY SIZE
071600         WS-FLOOR-SECS DELIMITED BY SIZE
071700         " SECS, DEADLINE " DELIMITED BY SIZE
071800         WS-DEADLINE-EDIT DELIMITED BY SIZE
071900         INTO TREND-REPORT-LINE.
072000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
072100     MOVE SPACES TO TREND-REPORT-LINE.
072200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
072300     MOVE "NIGHTLY STREAM" TO TREND-REPORT-LINE.
072400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
072500     MOVE WS-NIGHT-HEADING TO TREND-REPORT-LINE.
072600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
072700     IF WS-NT-USED = 0
072800         MOVE "  NO STEP TIMES ON RUNCTL IN THE WINDOW"
072900             TO TREND-REPORT-LINE
073000         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
073100     END-IF.
073200     PERFORM 5100-NIGHT-LINE THRU 5100-EXIT
073300         VARYING WS-NT-I FROM 1 BY 1
073400         UNTIL WS-NT-I > WS-NT-USED.
073500 5000-EXIT.
073600     EXIT.
073700
073800 5100-NIGHT-LINE.
073900     SET WS-NT-NDX TO WS-NT-I.
074000     MOVE SPACES TO ND-START ND-END ND-WINDOW ND-NOTES.
074100     MOVE WS-NT-DATE (WS-NT-NDX) TO ND-DATE.
074200     IF WS-NT-FIRST-B (WS-NT-NDX) NOT = 999999
074300         MOVE WS-NT-FIRST-B (WS-NT-NDX) TO WS-HMS-SECS
074400         PERFORM 8510-EDIT-CLOCK THRU 8510-EXIT
074500         MOVE WS-HMS-EDIT TO ND-START
074600     END-IF.
074700     IF WS-NT-ENDED (WS-NT-NDX) > 0
074800         MOVE WS-NT-LAST-E (WS-NT-NDX) TO WS-HMS-SECS
074900         PERFORM 8510-EDIT-CLOCK THRU 8510-EXIT
075000         MOVE WS-HMS-EDIT TO ND-END
075100         IF WS-NT-FIRST-B (WS-NT-NDX) NOT = 999999
075200             PERFORM 4300-NIGHT-WINDOW THRU 4300-EXIT
075300             MOVE WS-WINDOW TO WS-HMS-SECS
075400             PERFORM 8500-EDIT-TIME THRU 8500-EXIT
075500             MOVE WS-HMS-EDIT TO ND-WINDOW
075600         END-IF
075700     END-IF.
075800     MOVE WS-NT-STEP-SECS (WS-NT-NDX) TO WS-HMS-SECS.
075900     PERFORM 8500-EDIT-TIME THRU 8500-EXIT.
076000     MOVE WS-HMS-EDIT TO ND-STEP-TIME.
076100     PERFORM 5200-NIGHT-NOTES THRU 5200-EXIT.
076200     MOVE WS-NIGHT-DETAIL TO TREND-REPORT-LINE.
076300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
076400 5100-EXIT.
076500     EXIT.
076600
076700 5200-NIGHT-NOTES.
076800     MOVE 1 TO WS-NOTE-PTR.
076900     IF WS-NT-DAYS-AGO (WS-NT-NDX) = 0
077000         STRING "SO FAR " DELIMITED BY SIZE
077100             INTO ND-NOTES WITH POINTER WS-NOTE-PTR
077200     END-IF.
077300     IF WS-NT-ENDED (WS-NT-NDX) > 0
077400         AND WS-NT-LAST-E (WS-NT-NDX) > WS-DEADLINE-SECS
077500         STRING "LATE " DELIMITED BY SIZE
077600             INTO ND-NOTES WITH POINTER WS-NOTE-PTR
077700     END-IF.
077800     IF WS-NT-OPEN (WS-NT-NDX) > 0
077900         MOVE WS-NT-OPEN (WS-NT-NDX) TO WS-COUNT-EDIT
078000         STRING "UNFINISHED" DELIMITED BY SIZE
078100             WS-COUNT-EDIT DELIMITED BY SIZE
078200             " " DELIMITED BY SIZE
078300             INTO ND-NOTES WITH POINTER WS-NOTE-PTR
078400     END-IF.
078500     IF WS-NT-RERUNS (WS-NT-NDX) > 0
078600         STRING "RERUN" DELIMITED BY SIZE
078700             INTO ND-NOTES WITH POINTER WS-NOTE-PTR
078800     END-IF.
078900 5200-EXIT.
079000     EXIT.
079100
079200*----------------------------------------------------------*
079300* 6000-STREAM-SECTION - TONIGHT SO FAR AGAINST THE 30- AND  *
079400* 90-NIGHT AVERAGES, AND THE TREND OF THE SHORT AVERAGE     *
079500* OVER THE LONG ONE.  A STREAM ALREADY PAST THE DEADLINE    *
079600* TONIGHT IS FLAGGED TO KIOSKLOG.                           *
079700*----------------------------------------------------------*
079800 6000-STREAM-SECTION.
079900     MOVE 0 TO WS-AVG-30 WS-AVG-90 WS-AVG-STEP-30 WS-AVG-STEP-90.
080000     IF WS-SM-CNT-30 > 0
080100         COMPUTE WS-AVG-30 ROUNDED = WS-SM-WIN-30 / WS-SM-CNT-30
080200         COMPUTE WS-AVG-STEP-30 ROUNDED =
080300             WS-SM-STEP-30 / WS-SM-CNT-30
080400     END-IF.
080500     IF WS-SM-CNT-90 > 0
080600         COMPUTE WS-AVG-90 ROUNDED = WS-SM-WIN-90 / WS-SM-CNT-90
080700         COMPUTE WS-AVG-STEP-90 ROUNDED =
080800             WS-SM-STEP-90 / WS-SM-CNT-90
080900     END-IF.
081000     MOVE SPACES TO TREND-REPORT-LINE.
081100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
081200     MOVE "STREAM" TO TREND-REPORT-LINE.
081300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
081400     MOVE "                    WINDOW    STEP TIME  NIGHTS  LATE"
081500         TO TREND-REPORT-LINE.
081600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
081700     IF TONIGHT-ON-FILE
081800         SET WS-NT-NDX TO WS-TONIGHT-NX
081900         MOVE SPACES TO SD-WINDOW
082000         IF WS-NT-ENDED (WS-NT-NDX) > 0
082100             AND WS-NT-FIRST-B (WS-NT-NDX) NOT = 999999
082200             PERFORM 4300-NIGHT-WINDOW THRU 4300-EXIT
082300             MOVE WS-WINDOW TO WS-HMS-SECS
082400             PERFORM 8500-EDIT-TIME THRU 8500-EXIT
082500             MOVE WS-HMS-EDIT TO SD-WINDOW
082600         END-IF
082700         MOVE WS-NT-STEP-SECS (WS-NT-NDX) TO WS-HMS-SECS
082800         PERFORM 8500-EDIT-TIME THRU 8500-EXIT
082900         MOVE WS-HMS-EDIT TO SD-STEP-TIME
083000         MOVE "TONIGHT SO FAR" TO SD-LABEL
083100         MOVE 1 TO SD-NIGHTS
083200         IF TONIGHT-LATE
083300             MOVE 1 TO SD-LATE
083400         ELSE
083500             MOVE 0 TO SD-LATE
083600         END-IF
083700         MOVE WS-STREAM-DETAIL TO TREND-REPORT-LINE
083800         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
083900     END-IF.
084000     MOVE "LAST 30 NIGHTS" TO SD-LABEL.
084100     MOVE WS-AVG-30 TO WS-HMS-SECS.
084200     PERFORM 8500-EDIT-TIME THRU 8500-EXIT.
084300     MOVE WS-HMS-EDIT TO SD-WINDOW.
084400     MOVE WS-AVG-STEP-30 TO WS-HMS-SECS.
084500     PERFORM 8500-EDIT-TIME THRU 8500-EXIT.
084600     MOVE WS-HMS-EDIT TO SD-STEP-TIME.
084700     MOVE WS-SM-CNT-30 TO SD-NIGHTS.
084800     MOVE WS-SM-LATE-30 TO SD-LATE.
084900     MOVE WS-STREAM-DETAIL TO TREND-REPORT-LINE.
085000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
085100     MOVE "LAST 90 NIGHTS" TO SD-LABEL.
085200     MOVE WS-AVG-90 TO WS-HMS-SECS.
085300     PERFORM 8500-EDIT-TIME THRU 8500-EXIT.
085400     MOVE WS-HMS-EDIT TO SD-WINDOW.
085500     MOVE WS-AVG-STEP-90 TO WS-HMS-SECS.
085600     PERFORM 8500-EDIT-TIME THRU 8500-EXIT.
085700     MOVE WS-HMS-EDIT TO SD-STEP-TIME.
085800     MOVE WS-SM-CNT-90 TO SD-NIGHTS.
085900     MOVE WS-SM-LATE-90 TO SD-LATE.
086000     MOVE WS-STREAM-DETAIL TO TREND-REPORT-LINE.
086100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
086200     IF WS-AVG-90 > 0
086300         COMPUTE WS-TREND-PCT ROUNDED =
086400             (WS-AVG-30 - WS-AVG-90) * 100 / WS-AVG-90
086500         PERFORM 8600-CAP-PCT THRU 8600-EXIT
086600         MOVE WS-TREND-PCT TO WS-PCT-EDIT
086700         MOVE SPACES TO TREND-REPORT-LINE
086800         STRING "  WINDOW TREND, 30 AGAINST 90 NIGHTS: "
086900             DELIMITED BY SIZE
087000             WS-PCT-EDIT DELIMITED BY SIZE
087100             "%" DELIMITED BY SIZE
087200             INTO TREND-REPORT-LINE
087300         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
087400     END-IF.
087500     IF TONIGHT-LATE
087600         SET WS-NT-NDX TO WS-TONIGHT-NX
087700         MOVE WS-NT-LAST-E (WS-NT-NDX) TO WS-HMS-SECS
087800         PERFORM 8510-EDIT-CLOCK THRU 8510-EXIT
087900         MOVE SPACES TO TREND-REPORT-LINE
088000         STRING "  *LATE* TONIGHT'S STREAM ENDED A STEP AT "
088100             DELIMITED BY SIZE
088200             WS-HMS-EDIT DELIMITED BY SIZE
088300             ", PAST THE DEADLINE" DELIMITED BY SIZE
088400             INTO TREND-REPORT-LINE
088500         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
088600         MOVE 'W' TO KLOG-SEVERITY
088700         MOVE "BWT002" TO KLOG-MSG-CODE
088800         MOVE SPACES TO KLOG-MSG-TEXT
088900         STRING "STREAM AT " DELIMITED BY SIZE
089000             WS-HMS-EDIT DELIMITED BY SIZE
089100             " - PAST " DELIMITED BY SIZE
089200             WS-DEADLINE-EDIT DELIMITED BY SIZE
089300             " DEADLINE" DELIMITED BY SIZE
089400             INTO KLOG-MSG-TEXT
089500         CALL "KLOGWRT" USING WS-KLOG
089600         ADD 1 TO WS-FLAG-COUNT
089700     END-IF.
089800 6000-EXIT.
089900     EXIT.
090000
090100*----------------------------------------------------------*
090200* 7000-STEP-SECTION - ONE LINE PER STEP IN THE ORDER THE    *
090300* STEPS FIRST APPEAR ON RUNCTL, WHICH IS STREAM ORDER.      *
090400*----------------------------------------------------------*
090500 7000-STEP-SECTION.
090600     MOVE SPACES TO TREND-REPORT-LINE.
090700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
090800     MOVE "STEPS - TONIGHT STOPS AT BWTREND, LATER ONES NOT RUN"
090900         TO TREND-REPORT-LINE.
091000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
091100     MOVE WS-STEP-HEADING TO TREND-REPORT-LINE.
091200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
091300     PERFORM 7100-STEP-LINE THRU 7100-EXIT
091400         VARYING WS-ST-I FROM 1 BY 1
091500         UNTIL WS-ST-I > WS-ST-USED.
091600     MOVE SPACES TO TREND-REPORT-LINE.
091700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
091800     MOVE SPACES TO TREND-REPORT-LINE.
091900     IF WS-FLAG-COUNT > 0
092000         MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT
092100         STRING "FLAGGED - " DELIMITED BY SIZE
092200             WS-COUNT-EDIT DELIMITED BY SIZE
092300             " WARNING(S) WRITTEN TO KIOSKLOG" DELIMITED BY SIZE
092400             INTO TREND-REPORT-LINE
092500     ELSE
092600         MOVE "NOTHING FLAGGED" TO TREND-REPORT-LINE
092700     END-IF.
092800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
092900 7000-EXIT.
093000     EXIT.
093100
093200 7100-STEP-LINE.
093300     SET WS-ST-NDX TO WS-ST-I.
093400     MOVE SPACES TO STD-TONIGHT STD-AVG-30 STD-AVG-90
093500         STD-TREND-AREA STD-FLAG.
093600     MOVE WS-ST-NAME (WS-ST-NDX) TO STD-STEP.
093700     MOVE WS-ST-CNT-30 (WS-ST-NDX) TO STD-NIGHTS.
093800     MOVE 0 TO WS-AVG-30 WS-AVG-90.
093900     IF WS-ST-CNT-30 (WS-ST-NDX) > 0
094000         COMPUTE WS-AVG-30 ROUNDED = WS-ST-SUM-30 (WS-ST-NDX)
094100             / WS-ST-CNT-30 (WS-ST-NDX)
094200         MOVE WS-AVG-30 TO WS-HMS-SECS
094300         PERFORM 8500-EDIT-TIME THRU 8500-EXIT
094400         MOVE WS-HMS-EDIT TO STD-AVG-30
094500     END-IF.
094600     IF WS-ST-CNT-90 (WS-ST-NDX) > 0
094700         COMPUTE WS-AVG-90 ROUNDED = WS-ST-SUM-90 (WS-ST-NDX)
094800             / WS-ST-CNT-90 (WS-ST-NDX)
094900         MOVE WS-AVG-90 TO WS-HMS-SECS
095000         PERFORM 8500-EDIT-TIME THRU 8500-EXIT
095100         MOVE WS-HMS-EDIT TO STD-AVG-90
095200     END-IF.
095300     IF WS-ST-CNT-30 (WS-ST-NDX) > 0 AND WS-AVG-90 > 0
095400         COMPUTE WS-TREND-PCT ROUNDED =
095500             (WS-AVG-30 - WS-AVG-90) * 100 / WS-AVG-90
095600         PERFORM 8600-CAP-PCT THRU 8600-EXIT
095700         MOVE WS-TREND-PCT TO STD-TREND
095800         MOVE "%" TO STD-TREND-PCT
095900     END-IF.
096000     IF ST-NOT-RUN (WS-ST-NDX)
096100         MOVE "NOT RUN" TO STD-FLAG
096200         GO TO 7100-WRITE
096300     END-IF.
096400     IF ST-OPEN (WS-ST-NDX)
096500         MOVE "UNFINISHED" TO STD-FLAG
096600         GO TO 7100-WRITE
096700     END-IF.
096800     MOVE WS-ST-TONIGHT (WS-ST-NDX) TO WS-HMS-SECS.
096900     PERFORM 8500-EDIT-TIME THRU 8500-EXIT.
097000     MOVE WS-HMS-EDIT TO STD-TONIGHT.
097100     IF WS-ST-TRIES (WS-ST-NDX) > 1
097200         MOVE "RERUN" TO STD-FLAG
097300     END-IF.
097400     PERFORM 7200-CHECK-OVERRUN THRU 7200-EXIT.
097500 7100-WRITE.
097600     MOVE WS-STEP-DETAIL TO TREND-REPORT-LINE.
097700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
097800 7100-EXIT.
097900     EXIT.
098000
098100*----------------------------------------------------------*
098200* 7200-CHECK-OVERRUN - TONIGHT'S TIME OVER THE 30-NIGHT     *
098300* AVERAGE BY MORE THAN THE PERCENTAGE AND BY AT LEAST THE   *
098400* SECONDS FLOOR, WITH ENOUGH NIGHTS BEHIND THE AVERAGE TO   *
098500* TRUST IT.                                                 *
098600*----------------------------------------------------------*
098700 7200-CHECK-OVERRUN.
098800     IF WS-ST-CNT-30 (WS-ST-NDX) < WS-MIN-NIGHTS
098900         GO TO 7200-EXIT
099000     END-IF.
099100     COMPUTE WS-OVER-BY = WS-ST-TONIGHT (WS-ST-NDX) - WS-AVG-30.
099200     IF WS-OVER-BY < WS-FLOOR-SECS
099300         GO TO 7200-EXIT
099400     END-IF.
099500     COMPUTE WS-OVER-LIMIT = WS-AVG-30 * (100 + WS-OVER-PCT).
099600     IF WS-ST-TONIGHT (WS-ST-NDX) * 100 NOT > WS-OVER-LIMIT
099700         GO TO 7200-EXIT
099800     END-IF.
099900     IF WS-AVG-30 > 0
100000         COMPUTE WS-TREND-PCT ROUNDED =
100100             WS-OVER-BY * 100 / WS-AVG-30
100200     ELSE
100300         MOVE 999 TO WS-TREND-PCT
100400     END-IF.
100500     PERFORM 8600-CAP-PCT THRU 8600-EXIT.
100600     MOVE WS-TREND-PCT TO WS-PCT-EDIT.
100700     MOVE SPACES TO STD-FLAG.
100800     MOVE 1 TO WS-NOTE-PTR.
100900     STRING "*OVER AVG* " DELIMITED BY SIZE
101000         WS-PCT-EDIT DELIMITED BY SIZE
101100         "%" DELIMITED BY SIZE
101200         INTO STD-FLAG WITH POINTER WS-NOTE-PTR.
101300     IF WS-ST-TRIES (WS-ST-NDX) > 1
101400         STRING " RERUN" DELIMITED BY SIZE
101500             INTO STD-FLAG WITH POINTER WS-NOTE-PTR
101600     END-IF.
101700     MOVE 'W' TO KLOG-SEVERITY.
101800     MOVE "BWT001" TO KLOG-MSG-CODE.
101900     MOVE SPACES TO KLOG-MSG-TEXT.
102000     STRING WS-ST-NAME (WS-ST-NDX) DELIMITED BY SPACE
102100         " RAN " DELIMITED BY SIZE
102200         WS-PCT-EDIT DELIMITED BY SIZE
102300         "% OVER 30-NIGHT AVERAGE" DELIMITED BY SIZE
102400         INTO KLOG-MSG-TEXT.
102500     CALL "KLOGWRT" USING WS-KLOG.
102600     ADD 1 TO WS-FLAG-COUNT.
102700 7200-EXIT.
102800     EXIT.
102900
103000 8000-WRITE-LINE.
103100     WRITE TREND-REPORT-LINE.
103200     IF NOT WS-REPORT-OK
103300         DISPLAY "BWTRPT WRITE FAILED, STATUS = "
103400             WS-REPORT-STATUS
103500         IF WS-WORST-RC < 4
103600             MOVE 4 TO WS-WORST-RC
103700         END-IF
103800     END-IF.
103900 8000-EXIT.
104000     EXIT.
104100
104200*----------------------------------------------------------*
104300* 8500-EDIT-TIME - SECONDS AS HH:MM:SS.  8510 TURNS NIGHT   *
104400* SECONDS BACK INTO A CLOCK TIME FIRST.                     *
104500*----------------------------------------------------------*
104600 8500-EDIT-TIME.
104700     IF WS-HMS-SECS > 359999
104800         MOVE 359999 TO WS-HMS-SECS
104900     END-IF.
105000     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
105100         REMAINDER WS-HMS-REM.
105200     DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
105300         REMAINDER WS-HMS-SS.
105400 8500-EXIT.
105500     EXIT.
105600
105700 8510-EDIT-CLOCK.
105800     IF WS-HMS-SECS NOT < 86400
105900         SUBTRACT 86400 FROM WS-HMS-SECS
106000     END-IF.
106100     PERFORM 8500-EDIT-TIME THRU 8500-EXIT.
106200 8510-EXIT.
106300     EXIT.
106400
106500 8600-CAP-PCT.
106600     IF WS-TREND-PCT > 999
106700         MOVE 999 TO WS-TREND-PCT
106800     END-IF.
106900     IF WS-TREND-PCT < -999
107000         MOVE -999 TO WS-TREND-PCT
107100     END-IF.
107200 8600-EXIT.
107300     EXIT.
