002559*                      SHARED RUNCTLW SERVICE; IN RESTART
002578*                      MODE A STEP ALREADY ENDED CLEAN FOR
002597*                      THE BUSINESS DATE IS SKIPPED.
002609*   2026-10-15  KAGE   APPENDS ONE WLHIST ROW PER CLASS
002622*                      WITH ANYONE WAITING - ON THE LIST
002635*                      TONIGHT, PROMOTED, STILL WAITING -
002648*                      SO CLSUTIL CAN SHOW WAITLIST DEPTH
002661*                      OVER TIME; THE WAITLIST ITSELF ONLY
002674*                      EVER HOLDS TODAY.
002677*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
002680*                      THE CLASS RUNS AT (RECORD 51 TO 54,
002683*                      APPENDED; BLANK IS SITE 01).
002687*----------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REPORT-STATUS.
005600
005620     SELECT WAIT-HIST-FILE ASSIGN TO "WLHIST"
005640         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-HIST-STATUS.
005680
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CLASS-SCHEDULE-FILE.
006900     05 CLS-CAPACITY         PIC 9(03).
006902     05 FILLER               PIC X(01).
006904     05 CLS-INSTRUCTOR       PIC X(08).
006936     05 FILLER               PIC X(01).
006968     05 CLS-SITE             PIC X(02).
007000
007100 FD  ENROLL-TRANS-FILE.
007200 01  ENROLL-TRANS-RECORD.
010100 FD  PROMO-REPORT-FILE.
010200 01  PROMO-REPORT-LINE      PIC X(80).
010300
010306*    ONE ROW PER CLASS PER NIGHT THAT ANYONE WAS WAITING,
010313*    APPENDED.  WAITING = PROMOTED + STILL WAITING.
010320 FD  WAIT-HIST-FILE.
010326 01  WAIT-HIST-RECORD.
010333     05 WH-CLASS-ID          PIC X(08).
010340     05 FILLER               PIC X(01).
010346     05 WH-DATE              PIC X(08).
010353     05 FILLER               PIC X(01).
010360     05 WH-WAITING           PIC 9(03).
010366     05 FILLER               PIC X(01).
010373     05 WH-PROMOTED          PIC 9(03).
010380     05 FILLER               PIC X(01).
010386     05 WH-CARRIED           PIC 9(03).
010393
010400 WORKING-STORAGE SECTION.
010500 01  WS-SWITCHES.
010600     05 WS-CLASS-STATUS      PIC X(02).
012100         88 WS-MASTER-OK     VALUE '00'.
012200     05 WS-REPORT-STATUS     PIC X(02).
012300         88 WS-REPORT-OK     VALUE '00'.
012325     05 WS-HIST-STATUS       PIC X(02).
012350         88 WS-HIST-OK       VALUE '00'.
012375         88 WS-HIST-NOT-FOUND VALUE '35'.
012400     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
012500         88 MEMBER-FOUND     VALUE 'Y'.
012600     05 WS-CLS-FOUND-SW      PIC X(01) VALUE 'N'.
013300         10 WS-CLS-DESC      PIC X(20).
013400         10 WS-CLS-CAP       PIC 9(03).
013500         10 WS-CLS-TAKEN     PIC S9(03) COMP.
013533         10 WS-CLS-PROMOTED  PIC 9(03) COMP.
013566         10 WS-CLS-CARRIED   PIC 9(03) COMP.
013600 77  WS-CLS-USED             PIC 9(03) COMP VALUE 0.
013700 77  WS-CLS-I                PIC 9(03) COMP.
013800
018300     CLOSE MEMBER-MASTER-FILE.
018400     CLOSE WAIT-KEEP-FILE.
018500     PERFORM 5000-REWRITE-WAITLIST THRU 5000-EXIT.
018550     PERFORM 6000-WRITE-DEPTH THRU 6000-EXIT.
018600     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
018633     MOVE 'E' TO RCTL-ACTION.
018666     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
021900         MOVE CLS-DESCRIPTION TO WS-CLS-DESC (WS-CLS-NDX)
022000         MOVE CLS-CAPACITY    TO WS-CLS-CAP (WS-CLS-NDX)
022100         MOVE 0               TO WS-CLS-TAKEN (WS-CLS-NDX)
022133         MOVE 0               TO WS-CLS-PROMOTED (WS-CLS-NDX)
022166         MOVE 0               TO WS-CLS-CARRIED (WS-CLS-NDX)
022200     ELSE
022300         DISPLAY "MORE THAN 50 CLASSES - " CLS-CLASS-ID
022400             " NOT TABLED"
049600     END-IF.
049700     SET WS-CLS-NDX TO WS-CLS-I.
049800     ADD 1 TO WS-CLS-TAKEN (WS-CLS-NDX).
049850     ADD 1 TO WS-CLS-PROMOTED (WS-CLS-NDX).
049900     ADD 1 TO WS-PROMOTED-COUNT.
050000     MOVE "PROMOTED INTO FREED SEAT" TO DL-NOTE.
050100     PERFORM 4700-REPORT-ENTRY THRU 4700-EXIT.
054900         MOVE 8 TO RETURN-CODE
055000     END-IF.
055100     ADD 1 TO WS-CARRIED-COUNT.
055133     SET WS-CLS-NDX TO WS-CLS-I.
055166     ADD 1 TO WS-CLS-CARRIED (WS-CLS-NDX).
055200 4600-EXIT.
055300     EXIT.
055400
060900 5200-EXIT.
061000     EXIT.
061100
061102*----------------------------------------------------------*
061104* 6000-WRITE-DEPTH - TONIGHT'S WAITLIST DEPTH PER CLASS     *
061106* ONTO WLHIST.  A CLASS WITH NOBODY WAITING GETS NO ROW.    *
061108*----------------------------------------------------------*
061110 6000-WRITE-DEPTH.
061113     OPEN EXTEND WAIT-HIST-FILE.
061115     IF WS-HIST-NOT-FOUND
061117         OPEN OUTPUT WAIT-HIST-FILE
061119     END-IF.
061121     IF NOT WS-HIST-OK
061123         DISPLAY "WLHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
061126         IF RETURN-CODE < 4
061128             MOVE 4 TO RETURN-CODE
061130         END-IF
061132         GO TO 6000-EXIT
061134     END-IF.
061136     PERFORM 6100-WRITE-CLASS-DEPTH THRU 6100-EXIT
061139         VARYING WS-CLS-I FROM 1 BY 1
061141         UNTIL WS-CLS-I > WS-CLS-USED.
061143     CLOSE WAIT-HIST-FILE.
061145 6000-EXIT.
061147     EXIT.
061150
061152 6100-WRITE-CLASS-DEPTH.
061154     SET WS-CLS-NDX TO WS-CLS-I.
061156     IF WS-CLS-PROMOTED (WS-CLS-NDX) = 0
061158         AND WS-CLS-CARRIED (WS-CLS-NDX) = 0
061160         GO TO 6100-EXIT
061163     END-IF.
061165     MOVE SPACES TO WAIT-HIST-RECORD.
061167     MOVE WS-CLS-ID (WS-CLS-NDX) TO WH-CLASS-ID.
061169     MOVE WS-CURR-DATE TO WH-DATE.
061171     COMPUTE WH-WAITING = WS-CLS-PROMOTED (WS-CLS-NDX)
061173         + WS-CLS-CARRIED (WS-CLS-NDX).
061176     MOVE WS-CLS-PROMOTED (WS-CLS-NDX) TO WH-PROMOTED.
061178     MOVE WS-CLS-CARRIED (WS-CLS-NDX) TO WH-CARRIED.
061180     WRITE WAIT-HIST-RECORD.
061182     IF NOT WS-HIST-OK
061184         DISPLAY "WLHIST WRITE FAILED, STATUS = " WS-HIST-STATUS
061186         IF RETURN-CODE < 4
061189             MOVE 4 TO RETURN-CODE
061191         END-IF
061193     END-IF.
061195 6100-EXIT.
061197     EXIT.
061199
061200 8000-WRITE-LINE.
061300     WRITE PROMO-REPORT-LINE.
061400     IF NOT WS-REPORT-OK
