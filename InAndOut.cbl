001164*                      BIRTH (RECORD 73 TO 82, DOB
001166*                      APPENDED) - LENGTHS AND COPY
001168*                      REPLACEMENTS GREW WITH IT.
001169*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
001171*                      CODE, DUES-BILLED-THRU MONTH AND
001173*                      JOINING-FEE FLAG (RECORD 82 TO 96,
001174*                      APPENDED) - LENGTHS AND COPY
001176*                      REPLACEMENTS GREW WITH IT.
001177*   2026-10-15  KAGE   READS THE FACILITY CALENDAR (FACCAL)
001179*                      ON THE WAY IN: A SHORT-HOURS DATE
001180*                      SHOWS THE CLOSING TIME; A CHECK-IN ON
001182*                      A CLOSED DATE IS STILL RECORDED BUT
001183*                      IS FLAGGED ON KIOSKLOG (INO006) SO
001184*                      THE DESK CAN SEE WHO WAS LET IN.
001185*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
001186*                      (RECORD 96 TO 99, APPENDED) -
001187*                      LENGTHS AND COPY REPLACEMENTS GREW
001188*                      WITH IT.
001189*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
001190*                      THE CLASS RUNS AT (RECORD 51 TO 54,
001191*                      APPENDED; BLANK IS SITE 01).
001192*   2026-10-15  KAGE   TERMID NAMES THE CLUB THE KIOSK
001193*                      STANDS IN (BLANK IS 01). CHKTRANS IS
001194*                      58 BYTES: EVERY RECORD CARRIES THE
001195*                      SITE AND A MEMBER'S IN CARRIES THE
001196*                      HOME SITE. A MEMBER AWAY FROM HOME
001197*                      IS REFUSED (INO007) UNLESS THEIR
001198*                      PLANMAST ROW ALLOWS ANY CLUB.
001199*   2026-10-15  KAGE   HOME SITE CLEARED ON EVERY CALL - A
001200*                      GUEST PASS, AN UNKNOWN ID OR A
001201*                      CHECK-IN WITH MEMMAST NOT OPEN
001202*                      CARRIED THE PREVIOUS CALLER'S HOME
001203*                      SITE ONTO CHKTRANS AND WAS COUNTED
001204*                      AS A CROSS-SITE VISIT.
001205*----------------------------------------------------------*
001206
001207 ENVIRONMENT DIVISION.
001208 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001220     SELECT CHK-TRANS-FILE ASSIGN TO "CHKTRANS"
001230         ORGANIZATION IS LINE SEQUENTIAL
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS WS-BMIH-STATUS.
001550
001551     SELECT FACCAL-FILE ASSIGN TO "FACCAL"
001552         ORGANIZATION IS LINE SEQUENTIAL
001553         FILE STATUS IS WS-CAL-STATUS.
001554
001555     SELECT PLAN-MASTER-FILE ASSIGN TO "PLANMAST"
001556         ORGANIZATION IS LINE SEQUENTIAL
001557         FILE STATUS IS WS-PLAN-STATUS.
001558
001560 DATA DIVISION.
001570 FILE SECTION.
001580 FD  CHK-TRANS-FILE.
001720     05 CT-TIME             PIC X(06).
001730     05 FILLER              PIC X(01).
001740     05 CT-TERMINAL         PIC X(04).
001742     05 FILLER              PIC X(01).
001744     05 CT-SITE             PIC X(02).
001746     05 FILLER              PIC X(01).
001748     05 CT-HOME-SITE        PIC X(02).
001750
001760 FD  MEMBER-MASTER-FILE.
001770 01  MEMBER-MASTER-RECORD.
001960                   ==MEMBER-STATUS-DATE==
001970                       BY ==MM-MEMBER-STATUS-DATE==
001971                   ==MEMBER-DOB==
001972                       BY ==MM-MEMBER-DOB==
001973                   ==MEMBER-PLAN-CODE==
001975                       BY ==MM-MEMBER-PLAN-CODE==
001977                   ==MEMBER-DUES-THRU==
001979                       BY ==MM-MEMBER-DUES-THRU==
001981                   ==MEMBER-JOIN-FEE-SW==
001982                       BY ==MM-MEMBER-JOIN-FEE-SW==
001984                   ==MEMBER-JOIN-FEE-DUE==
001986                       BY ==MM-MEMBER-JOIN-FEE-DUE==
001987                   ==MEMBER-HOME-SITE==
001988                       BY ==MM-MEMBER-HOME-SITE==.
001989
001990 FD  GUEST-FILE.
002000 01  GUEST-RECORD.
002010     05 GU-PASS-ID           PIC X(20).
002150 FD  TERMINAL-ID-FILE.
002160 01  TERMINAL-ID-RECORD.
002170     05 TI-TERMINAL          PIC X(04).
002173     05 FILLER               PIC X(01).
002176     05 TI-SITE              PIC X(02).
002180
002190 FD  GREET-CONFIG-FILE.
002200 01  GREET-CONFIG-RECORD.
002480     05 CLS-CAPACITY         PIC 9(03).
002490     05 FILLER               PIC X(01).
002500     05 CLS-INSTRUCTOR       PIC X(08).
002503     05 FILLER               PIC X(01).
002506     05 CLS-SITE             PIC X(02).
002510
002520 FD  BMI-HISTORY-FILE.
002530 01  BMI-HISTORY-RECORD.
002560     05 BH-BMI               PIC 99V99.
002570     05 FILLER               PIC X(01).
002580     05 BH-DATE              PIC X(08).
002581
002582 FD  FACCAL-FILE.
002583 01  FACCAL-RECORD.
002584     COPY FACCAL.
002585
002586 FD  PLAN-MASTER-FILE.
002587 01  PLAN-MASTER-RECORD.
002588     05 PL-PLAN-CODE         PIC X(04).
002589     05 FILLER               PIC X(01).
002590     05 PL-DESCRIPTION       PIC X(20).
002591     05 FILLER               PIC X(01).
002592     05 PL-MONTHLY-DUES      PIC 9(04)V99.
002593     05 FILLER               PIC X(01).
002594     05 PL-JOIN-FEE          PIC 9(04)V99.
002595     05 FILLER               PIC X(01).
002596     05 PL-SITE-ACCESS       PIC X(01).
002597         88 PL-ANY-SITE      VALUE 'A'.
002598
002600 WORKING-STORAGE SECTION.
002610 01  MYANSWER                PIC X(03).
002620     88 VALID-ANSWER-CODE    VALUE 'YES' 'NO ' 'IDK'.
002900     05 WS-GUEST-SW          PIC X(01) VALUE 'N'.
002910         88 GUEST-PASS-TODAY    VALUE 'T'.
002920         88 GUEST-PASS-EXPIRED  VALUE 'X'.
002921     05 WS-CAL-STATUS        PIC X(02).
002922         88 WS-CAL-OK        VALUE '00'.
002924         88 WS-CAL-EOF       VALUE '10'.
002925     05 WS-CAL-DAY-SW        PIC X(01) VALUE 'N'.
002927         88 CLUB-CLOSED-TODAY VALUE 'C'.
002928         88 CLUB-SHORT-TODAY VALUE 'S'.
002929     05 WS-PLAN-STATUS       PIC X(02).
002931         88 WS-PLAN-OK       VALUE '00'.
002933         88 WS-PLAN-EOF      VALUE '10'.
002934     05 WS-PLAN-FOUND-SW     PIC X(01) VALUE 'N'.
002936         88 PLAN-FOUND       VALUE 'Y'.
002938 01  WS-GUEST-NAME           PIC X(20).
002940 01  WS-TERM-STATUS          PIC X(02).
002950     88 WS-TERM-OK           VALUE '00'.
002960 01  WS-TERMINAL             PIC X(04) VALUE 'MAIN'.
002961 01  WS-SITE                 PIC X(02) VALUE '01'.
002962 01  WS-HOME-SITE            PIC X(02) VALUE SPACES.
002963 01  WS-CAL-CLOSE-TIME       PIC X(04).
002966 01  WS-CAL-REASON           PIC X(30).
002970
002980 01  WS-GREET-FIELDS.
002990     05 WS-CFG-STATUS        PIC X(02).
003680
003690 PROCEDURE DIVISION.
003700 0000-MAINLINE.
003705     MOVE SPACES TO WS-HOME-SITE.
003710     MOVE "INANDOUT" TO RCTL-STEP-NAME.
003720     MOVE 'B' TO RCTL-ACTION.
003730     CALL "RUNCTLW" USING WS-RUNCTL.
003870         IF NOT MEMBERSHIP-GOOD
003880             GOBACK
003890         END-IF
003895         PERFORM 1900-CHECK-CALENDAR THRU 1900-EXIT
003900     END-IF.
003910     IF DIRECTION-OUT
003920         PERFORM 4000-FIND-OPEN-CHECKIN THRU 4000-EXIT
004420* 1400-GET-TERMINAL - WHICH DOOR THIS KIOSK IS.  ONE RECORD *
004430* FROM THE TERMID CONFIG FILE THE DECK POINTS AT; NO FILE   *
004440* OR A BLANK RECORD MEANS THE MAIN ENTRANCE, SO THE FIRST   *
004450* KIOSK KEEPS WORKING WITH NO CONFIG AT ALL.  THE SAME      *
004455* RECORD NAMES THE CLUB THE KIOSK STANDS IN; BLANK IS 01.   *
004460*----------------------------------------------------------*
004470 1400-GET-TERMINAL.
004480     OPEN INPUT TERMINAL-ID-FILE.
004520     READ TERMINAL-ID-FILE.
004530     IF WS-TERM-OK AND TI-TERMINAL NOT = SPACES
004540         MOVE TI-TERMINAL TO WS-TERMINAL
004542     END-IF.
004545     IF WS-TERM-OK AND TI-SITE NOT = SPACES
004547         MOVE TI-SITE TO WS-SITE
004550     END-IF.
004560     CLOSE TERMINAL-ID-FILE.
004570 1400-EXIT.
005010                     TO KLOG-MSG-TEXT
005020                 CALL "KLOGWRT" USING WS-KLOG
005030             ELSE
005033                 PERFORM 1650-CHECK-SITE THRU 1650-EXIT
005036                 IF MEMBERSHIP-GOOD
005040                     PERFORM 1800-GREET-MEMBER THRU 1800-EXIT
005045                 END-IF
005050             END-IF
005060     END-READ.
005070     CLOSE MEMBER-MASTER-FILE.
005080 1600-EXIT.
005081     EXIT.
005082
005083*----------------------------------------------------------*
005084* 1650-CHECK-SITE - A MEMBER CHECKING IN AT A CLUB OTHER   *
005085* THAN THEIR HOME SITE NEEDS A PLAN THAT ALLOWS ANY CLUB   *
005086* (PLANMAST SITE-ACCESS A).  A PLAN NOT ON PLANMAST IS     *
005087* HOME-CLUB ONLY.  A PLANMAST THAT WILL NOT OPEN LETS THE  *
005088* VISIT THROUGH, AS THE MASTER READ ABOVE DOES.            *
005089*----------------------------------------------------------*
005090 1650-CHECK-SITE.
005091     MOVE MM-MEMBER-HOME-SITE TO WS-HOME-SITE.
005092     IF WS-HOME-SITE = SPACES
005093         MOVE '01' TO WS-HOME-SITE
005094     END-IF.
005095     IF WS-HOME-SITE = WS-SITE
005096         GO TO 1650-EXIT
005097     END-IF.
005098     MOVE 'N' TO WS-PLAN-FOUND-SW.
005099     OPEN INPUT PLAN-MASTER-FILE.
005100     IF NOT WS-PLAN-OK
005101         GO TO 1650-EXIT
005102     END-IF.
005103     PERFORM 1660-READ-PLAN THRU 1660-EXIT.
005104     PERFORM 1670-MATCH-PLAN THRU 1670-EXIT
005105         UNTIL WS-PLAN-EOF OR PLAN-FOUND.
005106     CLOSE PLAN-MASTER-FILE.
005107     IF PLAN-FOUND AND PL-ANY-SITE
005108         GO TO 1650-EXIT
005110     END-IF.
005111     MOVE 'N' TO WS-STATUS-OK-SW.
005112     DISPLAY "THIS MEMBERSHIP IS FOR HOME CLUB " WS-HOME-SITE
005113         " ONLY - PLEASE SEE THE FRONT DESK".
005114     MOVE MEMBER-ID TO KLOG-MEMBER-ID.
005115     MOVE 'W'       TO KLOG-SEVERITY.
005116     MOVE "INO007"  TO KLOG-MSG-CODE.
005117     MOVE "CROSS-SITE CHECK-IN REFUSED" TO KLOG-MSG-TEXT.
005118     CALL "KLOGWRT" USING WS-KLOG.
005119 1650-EXIT.
005120     EXIT.
005121
005122 1660-READ-PLAN.
005123     READ PLAN-MASTER-FILE.
005124 1660-EXIT.
005125     EXIT.
005126
005127 1670-MATCH-PLAN.
005128     IF PL-PLAN-CODE = MM-MEMBER-PLAN-CODE
005129         MOVE 'Y' TO WS-PLAN-FOUND-SW
005130     ELSE
005131         PERFORM 1660-READ-PLAN THRU 1660-EXIT
005132     END-IF.
005133 1670-EXIT.
005134     EXIT.
005135
005136*----------------------------------------------------------*
005137* 1700-CHECK-GUEST - AN ID WITH NO MASTER RECORD MAY BE A   *
005138* GUESTREG DAY PASS.  A PASS ISSUED FOR THE BUSINESS DATE   *
005140* CHECKS IN AS A GUEST; A PASS FROM ANOTHER DAY IS REFUSED  *
005150* AS EXPIRED.  AN ID ON NEITHER FILE STILL PASSES THROUGH - *
005160* ORPHCHK REPORTS THOSE, AND A GUESTS FILE THAT WILL NOT    *
008030     EXIT.
008040
008050*----------------------------------------------------------*
008051* 1900-CHECK-CALENDAR - IS TODAY ON THE FACILITY CALENDAR?  *
008052* A CLOSED DATE STILL TAKES THE CHECK-IN (STAFF OR AN EVENT *
008053* MAY HAVE LET THE MEMBER IN) BUT SAYS SO; A SHORT-HOURS    *
008054* DATE SHOWS THE CLOSING TIME.  LIKE THE GREETING LOOKUPS,  *
008055* A CALENDAR THAT WILL NOT OPEN READS AS A NORMAL DAY.      *
008056*----------------------------------------------------------*
008057 1900-CHECK-CALENDAR.
008058     MOVE 'N' TO WS-CAL-DAY-SW.
008059     OPEN INPUT FACCAL-FILE.
008060     IF NOT WS-CAL-OK
008061         GO TO 1900-EXIT
008062     END-IF.
008063     PERFORM 1910-READ-CALENDAR THRU 1910-EXIT.
008064     PERFORM 1920-MATCH-CALENDAR THRU 1920-EXIT
008065         UNTIL WS-CAL-EOF.
008066     CLOSE FACCAL-FILE.
008067     IF CLUB-CLOSED-TODAY
008068         DISPLAY "NOTICE: THE CLUB IS CLOSED TODAY - "
008069             WS-CAL-REASON
008070     END-IF.
008071     IF CLUB-SHORT-TODAY
008072         DISPLAY "NOTICE: SHORT HOURS TODAY - THE CLUB CLOSES AT "
008073             WS-CAL-CLOSE-TIME
008074     END-IF.
008075 1900-EXIT.
008076     EXIT.
008077
008078 1910-READ-CALENDAR.
008079     READ FACCAL-FILE.
008080 1910-EXIT.
008081     EXIT.
008082
008083 1920-MATCH-CALENDAR.
008084     IF FC-DATE = WS-CURR-DATE
008085         AND FC-TYPE-VALID
008086         MOVE FC-TYPE       TO WS-CAL-DAY-SW
008087         MOVE FC-CLOSE-TIME TO WS-CAL-CLOSE-TIME
008088         MOVE FC-REASON     TO WS-CAL-REASON
008089     END-IF.
008090     PERFORM 1910-READ-CALENDAR THRU 1910-EXIT.
008091 1920-EXIT.
008092     EXIT.
008093
008094*----------------------------------------------------------*
008095* 4000-FIND-OPEN-CHECKIN - SCAN TODAY'S TRANSACTION LOG FOR *
008096* THIS MEMBER AND DECIDE WHETHER AN UNMATCHED CHECK-IN IS   *
008097* STILL OPEN (MORE INS THAN OUTS TODAY).  AN OUT WITH NO    *
008098* OPEN IN IS A FRONT-DESK PROBLEM, NOT A TRANSACTION.       *
008100*----------------------------------------------------------*
008110 4000-FIND-OPEN-CHECKIN.
008120     MOVE 'N' TO WS-OPEN-IN-SW.
008860* 3000-LOG-TRANSACTION - STAMP THE TRANSACTION WITH ITS     *
008870* IN/OUT TYPE AND TODAY'S DATE AND TIME AND APPEND IT TO    *
008880* THE TRANSACTION FILE.  AN OUT CARRIES NO ANSWER OR AGE -  *
008890* THOSE PROMPTS ONLY RUN ON THE WAY IN.  EVERY RECORD       *
008893* CARRIES THE KIOSK'S SITE; A MEMBER'S IN ALSO CARRIES THEIR *
008896* HOME SITE FOR THE CROSS-SITE VISIT REPORT.                *
008900*----------------------------------------------------------*
008910 3000-LOG-TRANSACTION.
008920     MOVE SPACES TO CHK-TRANS-RECORD.
009020     MOVE WS-CURR-DATE TO CT-DATE.
009030     MOVE WS-CURR-TIME TO CT-TIME.
009040     MOVE WS-TERMINAL  TO CT-TERMINAL.
009042     MOVE WS-SITE      TO CT-SITE.
009044     IF DIRECTION-IN
009046         MOVE WS-HOME-SITE TO CT-HOME-SITE
009048     END-IF.
009050     WRITE CHK-TRANS-RECORD.
009060     IF NOT WS-FILE-OK
009070         DISPLAY "CHKTRANS WRITE FAILED, STATUS = "
009150             MOVE 4 TO RETURN-CODE
009160         END-IF
009170     END-IF.
009171     IF WS-FILE-OK AND DIRECTION-IN AND CLUB-CLOSED-TODAY
009172         MOVE MEMBER-ID TO KLOG-MEMBER-ID
009173         MOVE 'W'       TO KLOG-SEVERITY
009175         MOVE "INO006"  TO KLOG-MSG-CODE
009176         MOVE "CHECK-IN ON A CLOSED DATE" TO KLOG-MSG-TEXT
009177         CALL "KLOGWRT" USING WS-KLOG
009178     END-IF.
009180 3000-EXIT.
009190     EXIT.
009200
