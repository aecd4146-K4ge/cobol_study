000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PWHASH.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  PASSWORD HASH SERVICE FOR THE
001000*                      KIOSK SIGN-ON (RUNDT/KLOGWRT PATTERN).
001100*                      OPERSEC MUST NOT HOLD PASSWORDS, SO
001200*                      OPERSIGN AND OPERMNT PASS THE
001300*                      OPERATOR ID AND THE PASSWORD AS KEYED
001400*                      AND STORE ONLY THE TEN-DIGIT ANSWER.
001500*                      THE OPERATOR ID IS MIXED IN SO TWO
001600*                      OPERATORS WITH THE SAME PASSWORD DO
001700*                      NOT SHOW THE SAME HASH.  EACH
001800*                      CHARACTER IS TAKEN BY ITS PLACE IN A
001900*                      FIXED CHARACTER TABLE RATHER THAN ITS
002000*                      MACHINE CODE, SO THE SAME PASSWORD
002100*                      HASHES THE SAME ON ANY CODE PAGE.
002200*                      THREE PASSES OF TWO ROLLING SUMS, EACH
002300*                      KEPT MODULO A PRIME, GIVE THE TWO
002400*                      FIVE-DIGIT HALVES.
002500*----------------------------------------------------------*
002600
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900*----------------------------------------------------------*
003000* CHARACTER TABLE - A CHARACTER'S VALUE IS ITS PLACE HERE.  *
003100* ANYTHING NOT IN THE TABLE COUNTS AS WS-CS-OTHER.          *
003200*----------------------------------------------------------*
003300 01  WS-CHARSET-VALUES.
003400     05 FILLER               PIC X(26)
003500                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003600     05 FILLER               PIC X(26)
003700                             VALUE "abcdefghijklmnopqrstuvwxyz".
003800     05 FILLER               PIC X(10) VALUE "0123456789".
003900     05 FILLER               PIC X(20)
004000                             VALUE "!#$%&()*+,-./:;<=>?@".
004100     05 FILLER               PIC X(06) VALUE "[]^_{}".
004200     05 FILLER               PIC X(01) VALUE SPACE.
004300 01  WS-CHARSET-TABLE REDEFINES WS-CHARSET-VALUES.
004400     05 WS-CS-CHAR           PIC X(01) OCCURS 89 TIMES.
004500
004600 01  WS-HASH-KEY.
004700     05 WS-KEY-PASSWORD      PIC X(16).
004800     05 WS-KEY-OPER-ID       PIC X(08).
004900 01  WS-HASH-KEY-TABLE REDEFINES WS-HASH-KEY.
005000     05 WS-KEY-CHAR          PIC X(01) OCCURS 24 TIMES.
005100
005200 01  WS-HASH-OUT.
005300     05 WS-HASH-HIGH         PIC 9(05).
005400     05 WS-HASH-LOW          PIC 9(05).
005500
005600 01  WS-SWITCHES.
005700     05 WS-CHAR-SW           PIC X(01) VALUE 'N'.
005800         88 CHAR-FOUND       VALUE 'Y'.
005900
006000 77  WS-CS-OTHER             PIC 9(04) COMP VALUE 90.
006100 77  WS-CS-NDX               PIC 9(04) COMP VALUE 0.
006200 77  WS-CHAR-VALUE           PIC 9(04) COMP VALUE 0.
006300 77  WS-KEY-NDX              PIC 9(04) COMP VALUE 0.
006400 77  WS-PASS                 PIC 9(04) COMP VALUE 0.
006500 77  WS-SUM-HIGH             PIC 9(09) COMP VALUE 0.
006600 77  WS-SUM-LOW              PIC 9(09) COMP VALUE 0.
006700 77  WS-WORK                 PIC 9(09) COMP VALUE 0.
006800 77  WS-QUOT                 PIC 9(09) COMP VALUE 0.
006900
007000 LINKAGE SECTION.
007100 01  PWHASH-PARM.
007200     COPY PWPARM.
007300
007400 PROCEDURE DIVISION USING PWHASH-PARM.
007500 0000-MAINLINE.
007600     MOVE PW-PASSWORD TO WS-KEY-PASSWORD.
007700     MOVE PW-OPER-ID  TO WS-KEY-OPER-ID.
007800     MOVE 7  TO WS-SUM-HIGH.
007900     MOVE 13 TO WS-SUM-LOW.
008000     PERFORM 1000-HASH-PASS THRU 1000-EXIT
008100         VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 3.
008200     MOVE WS-SUM-HIGH TO WS-HASH-HIGH.
008300     MOVE WS-SUM-LOW  TO WS-HASH-LOW.
008400     MOVE WS-HASH-OUT TO PW-HASH.
008500     MOVE SPACES TO WS-HASH-KEY.
008600     GOBACK.
008700
008800*----------------------------------------------------------*
008900* 1000-HASH-PASS - ONE PASS OVER THE 24 KEY CHARACTERS.     *
009000*----------------------------------------------------------*
009100 1000-HASH-PASS.
009200     PERFORM 2000-MIX-CHAR THRU 2000-EXIT
009300         VARYING WS-KEY-NDX FROM 1 BY 1 UNTIL WS-KEY-NDX > 24.
009400 1000-EXIT.
009500     EXIT.
009600
009700*----------------------------------------------------------*
009800* 2000-MIX-CHAR - FOLD ONE CHARACTER INTO BOTH SUMS.  THE   *
009900* HIGH SUM IS KEPT MODULO 99991 AND THE LOW SUM MODULO      *
010000* 99989; THE LOW SUM ALSO TAKES IN THE NEW HIGH SUM, SO A   *
010100* CHANGE TO ANY CHARACTER MOVES BOTH HALVES.  THE POSITION  *
010200* AND PASS NUMBER ARE ADDED SO THE SAME CHARACTER COUNTS    *
010300* DIFFERENTLY IN DIFFERENT PLACES.                          *
010400*----------------------------------------------------------*
010500 2000-MIX-CHAR.
010600     PERFORM 2100-CHAR-VALUE THRU 2100-EXIT.
010700     COMPUTE WS-WORK = WS-SUM-HIGH * 131 + WS-CHAR-VALUE
010800         + WS-KEY-NDX + WS-PASS.
010900     DIVIDE WS-WORK BY 99991 GIVING WS-QUOT
011000         REMAINDER WS-SUM-HIGH.
011100     COMPUTE WS-WORK = WS-SUM-LOW * 137
011200         + (WS-CHAR-VALUE + 1) * (WS-SUM-HIGH + 1).
011300     DIVIDE WS-WORK BY 99989 GIVING WS-QUOT
011400         REMAINDER WS-SUM-LOW.
011500 2000-EXIT.
011600     EXIT.
011700
011800 2100-CHAR-VALUE.
011900     MOVE 'N' TO WS-CHAR-SW.
012000     PERFORM 2200-MATCH-CHAR THRU 2200-EXIT
012100         VARYING WS-CS-NDX FROM 1 BY 1
012200         UNTIL WS-CS-NDX > 89 OR CHAR-FOUND.
012300     IF NOT CHAR-FOUND
012400         MOVE WS-CS-OTHER TO WS-CHAR-VALUE
012500     END-IF.
012600 2100-EXIT.
012700     EXIT.
012800
012900 2200-MATCH-CHAR.
013000     IF WS-CS-CHAR (WS-CS-NDX) = WS-KEY-CHAR (WS-KEY-NDX)
013100         MOVE WS-CS-NDX TO WS-CHAR-VALUE
013200         MOVE 'Y' TO WS-CHAR-SW
013300     END-IF.
013400 2200-EXIT.
013500     EXIT.
