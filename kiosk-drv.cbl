002297*                      MAINTENANCE (CLSMAINT) - EDITS AND AN
002298*                      AUDIT TRAIL INSTEAD OF A TEXT EDITOR.
002299*                      THE MENU CHOICE IS TWO DIGITS NOW.
002324*   2026-10-15  KAGE   ADDED MENU OPTION 11 - CASH DRAWER
002349*                      CLOSE-OUT (DRWCLOSE) AT END OF SHIFT.
002355*   2026-10-15  KAGE   ADDED MENU OPTION 12 - PAYMENT
002360*                      ARRANGEMENT (ARRMAINT).
002362*   2026-10-15  KAGE   ADDED MENU OPTION 13 - FACILITY
002364*                      CALENDAR (CALMAINT).
002366*   2026-10-15  KAGE   ADDED MENU OPTION 14 - LOCKER RENTAL
002368*                      (LOCKRENT).
002370*   2026-10-15  KAGE   ADDED MENU OPTION 15 - PERSONAL
002372*                      TRAINING PACKAGES (PTENTRY).
002373*   2026-10-15  KAGE   ADDED MENU OPTION 16 - MEMBER ACCOUNT
002374*                      INQUIRY (MEMINQ), READ-ONLY.
002376*   2026-10-15  KAGE   OPERATOR SIGN-ON (OPERSIGN) BEFORE THE
002378*                      MENU IS SHOWN; NOT SIGNED ON, NO MENU.
002380*                      EACH OPTION IS ALLOWED ONLY TO THE
002382*                      ROLES IN THE MENU ROLE TABLE BELOW - A
002384*                      REFUSED OPTION IS LOGGED ON KIOSKLOG.
002386*                      THE SIGNED-ON OPERATOR IS PASSED TO
002388*                      EVERY MODULE THAT USED TO ASK FOR A
002390*                      CLERK ID.  ADDED MENU OPTION 17 -
002392*                      OPERATOR MAINTENANCE (OPERMNT),
002394*                      MANAGERS ONLY.  0 NOW SIGNS OFF.
002396*----------------------------------------------------------*
002400
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700 01  WS-MENU-CHOICE           PIC 9(02).
002800     88 VALID-MENU-CHOICE     VALUE 0 THRU 17.
002900
003000 01  WS-CONTINUE-SW           PIC X(01) VALUE 'Y'.
003100     88 DRIVER-DONE           VALUE 'N'.
003200
003202 01  WS-SIGNON.
003205     COPY SIGNON.
003207
003210 01  WS-KLOG.
003213     COPY KLOGREC.
003215
003218*----------------------------------------------------------*
003221* MENU ROLE TABLE - ONE ENTRY PER MENU OPTION 1-17 LISTING  *
003223* THE ROLES (M)ANAGER, (C)LERK AND (I)NSTRUCTOR THAT MAY   *
003226* USE IT.  OPTION 0 (SIGN OFF) IS OPEN TO EVERYONE.        *
003228*----------------------------------------------------------*
003231 01  WS-MENU-ROLE-VALUES.
003234     05 FILLER                PIC X(03) VALUE "MCI".
003236     05 FILLER                PIC X(03) VALUE "MCI".
003239     05 FILLER                PIC X(03) VALUE "MC ".
003242     05 FILLER                PIC X(03) VALUE "M  ".
003244     05 FILLER                PIC X(03) VALUE "MC ".
003247     05 FILLER                PIC X(03) VALUE "MC ".
003250     05 FILLER                PIC X(03) VALUE "MC ".
003252     05 FILLER                PIC X(03) VALUE "MCI".
003255     05 FILLER                PIC X(03) VALUE "MC ".
003257     05 FILLER                PIC X(03) VALUE "M  ".
003260     05 FILLER                PIC X(03) VALUE "MC ".
003263     05 FILLER                PIC X(03) VALUE "M  ".
003265     05 FILLER                PIC X(03) VALUE "M  ".
003268     05 FILLER                PIC X(03) VALUE "MC ".
003271     05 FILLER                PIC X(03) VALUE "MCI".
003273     05 FILLER                PIC X(03) VALUE "MC ".
003276     05 FILLER                PIC X(03) VALUE "M  ".
003278 01  WS-MENU-ROLE-TABLE REDEFINES WS-MENU-ROLE-VALUES.
003281     05 WS-MENU-ROLES         PIC X(03) OCCURS 17 TIMES.
003284
003286 01  WS-ALLOWED-SW            PIC X(01) VALUE 'N'.
003289     88 OPTION-ALLOWED        VALUE 'Y'.
003292
003294 77  WS-ROLE-HITS             PIC 9(04) COMP VALUE 0.
003297
003300 PROCEDURE DIVISION.
003400 0000-MAINLINE.
003410     CALL "OPERSIGN" USING WS-SIGNON.
003420     IF NOT SO-SIGNED-ON
003430         DISPLAY "NOT SIGNED ON - KIOSK MENU CLOSED"
003440         STOP RUN
003450     END-IF.
003460     DISPLAY "SIGNED ON: " SO-OPER-ID " " SO-OPER-NAME.
003500     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
003600         UNTIL DRIVER-DONE.
003610     MOVE 'I'      TO KLOG-SEVERITY.
003620     MOVE "SEC010" TO KLOG-MSG-CODE.
003630     MOVE SPACES   TO KLOG-MSG-TEXT.
003640     STRING "SIGNED OFF - " DELIMITED BY SIZE
003650         SO-OPER-ID DELIMITED BY SIZE
003660         INTO KLOG-MSG-TEXT.
003670     PERFORM 1200-LOG THRU 1200-EXIT.
003700     STOP RUN.
003800
003900*----------------------------------------------------------*
005220     DISPLAY "    8. CLASS CHECK-IN        (CLSCHKIN)".
005230     DISPLAY "    9. GUEST DAY PASS        (GUESTREG)".
005240     DISPLAY "   10. CLASS MAINTENANCE     (CLSMAINT)".
005270     DISPLAY "   11. CASH DRAWER CLOSE-OUT (DRWCLOSE)".
005280     DISPLAY "   12. PAYMENT ARRANGEMENT   (ARRMAINT)".
005290     DISPLAY "   13. FACILITY CALENDAR     (CALMAINT)".
005295     DISPLAY "   14. LOCKER RENTAL         (LOCKRENT)".
005297     DISPLAY "   15. PT PACKAGES           (PTENTRY)".
005298     DISPLAY "   16. ACCOUNT INQUIRY       (MEMINQ)".
005299     DISPLAY "   17. OPERATOR MAINTENANCE  (OPERMNT)".
005300     DISPLAY "    0. SIGN OFF AND EXIT".
005400     DISPLAY "------------------------------------------".
005500     DISPLAY "Select an option: " WITH NO ADVANCING.
005600     ACCEPT WS-MENU-CHOICE.
005700     IF NOT VALID-MENU-CHOICE
005800         DISPLAY "INVALID OPTION - ENTER 0 THRU 17"
005810         GO TO 1000-EXIT
007600     END-IF.
007602     PERFORM 1100-CHECK-ROLE THRU 1100-EXIT.
007604     IF NOT OPTION-ALLOWED
007606         GO TO 1000-EXIT
007609     END-IF.
007611     EVALUATE WS-MENU-CHOICE
007613         WHEN 1
007616             CALL "INANDOUT"
007618         WHEN 2
007620             CALL "BMICalculator"
007623         WHEN 3
007625             CALL "Loveyou"
007627         WHEN 4
007630             CALL "FEEADJ"
007632         WHEN 5
007634             CALL "ENROLL"
007637         WHEN 6
007639             CALL "MEMMAINT" USING WS-SIGNON
007641         WHEN 7
007644             CALL "PAYENTRY" USING WS-SIGNON
007646         WHEN 8
007648             CALL "CLSCHKIN"
007651         WHEN 9
007653             CALL "GUESTREG" USING WS-SIGNON
007655         WHEN 10
007658             CALL "CLSMAINT" USING WS-SIGNON
007660         WHEN 11
007662             CALL "DRWCLOSE" USING WS-SIGNON
007665         WHEN 12
007667             CALL "ARRMAINT" USING WS-SIGNON
007669         WHEN 13
007672             CALL "CALMAINT" USING WS-SIGNON
007674         WHEN 14
007676             CALL "LOCKRENT" USING WS-SIGNON
007679         WHEN 15
007681             CALL "PTENTRY" USING WS-SIGNON
007683         WHEN 16
007686             CALL "MEMINQ" USING WS-SIGNON
007688         WHEN 17
007690             CALL "OPERMNT" USING WS-SIGNON
007693         WHEN 0
007695             MOVE 'N' TO WS-CONTINUE-SW
007697     END-EVALUATE.
007700 1000-EXIT.
007800     EXIT.
007900
008000*----------------------------------------------------------*
008100* 1100-CHECK-ROLE - IS THE CHOSEN OPTION OPEN TO THE        *
008200* SIGNED-ON OPERATOR'S ROLE?  A REFUSAL IS TOLD TO THE      *
008300* OPERATOR AND LOGGED, SO REPEATED PROBING SHOWS UP ON THE  *
008400* KIOSKLOG REPORT.                                          *
008500*----------------------------------------------------------*
008600 1100-CHECK-ROLE.
008700     MOVE 'Y' TO WS-ALLOWED-SW.
008800     IF WS-MENU-CHOICE = 0
008900         GO TO 1100-EXIT
009000     END-IF.
009100     MOVE 0 TO WS-ROLE-HITS.
009200     INSPECT WS-MENU-ROLES (WS-MENU-CHOICE)
009300         TALLYING WS-ROLE-HITS FOR ALL SO-ROLE.
009400     IF WS-ROLE-HITS > 0
009500         GO TO 1100-EXIT
009600     END-IF.
009700     MOVE 'N' TO WS-ALLOWED-SW.
009800     DISPLAY "OPTION " WS-MENU-CHOICE
009900         " IS NOT AVAILABLE TO YOUR ROLE".
010000     MOVE 'W'      TO KLOG-SEVERITY.
010100     MOVE "SEC009" TO KLOG-MSG-CODE.
010200     MOVE SPACES   TO KLOG-MSG-TEXT.
010300     STRING "MENU OPTION " DELIMITED BY SIZE
010400         WS-MENU-CHOICE DELIMITED BY SIZE
010500         " REFUSED TO " DELIMITED BY SIZE
010600         SO-OPER-ID DELIMITED BY SIZE
010700         INTO KLOG-MSG-TEXT.
010800     PERFORM 1200-LOG THRU 1200-EXIT.
010900 1100-EXIT.
011000     EXIT.
011100
011200 1200-LOG.
011300     MOVE "KIOSKDRV" TO KLOG-PROGRAM.
011400     MOVE SPACES     TO KLOG-MEMBER-ID.
011500     CALL "KLOGWRT" USING WS-KLOG.
011600 1200-EXIT.
011700     EXIT.
