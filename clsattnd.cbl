001859*                      SHARED RUNCTLW SERVICE; IN RESTART
001878*                      MODE A STEP ALREADY ENDED CLEAN FOR
001897*                      THE BUSINESS DATE IS SKIPPED.
001909*   2026-10-15  KAGE   HONOURS THE FACILITY CALENDAR
001922*                      (FACCAL): ON A CLOSED DATE THE
001935*                      REPORT SAYS SO AND NOBODY IS A
001948*                      NO-SHOW; ON A SHORT-HOURS DATE A
001961*                      CLASS TIMED OUTSIDE THE OPEN HOURS IS
001974*                      LISTED AS NOT HELD WITH NO NO-SHOWS.
001975*   2026-10-15  KAGE   HONOURS SESSION EXCEPTIONS (SESSEXC)
001977*                      KEYED THROUGH CLSMAINT: A SESSION
001979*                      CANCELLED FOR THE BUSINESS DATE IS
001981*                      LISTED AS NOT HELD WITH NO NO-SHOWS;
001983*                      A SUBSTITUTE-TAUGHT SESSION NAMES THE
001985*                      COVERING INSTRUCTOR UNDER THE CLASS.
001988*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
001991*                      THE CLASS RUNS AT (RECORD 51 TO 54,
001994*                      APPENDED; BLANK IS SITE 01).
001997*----------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-REPORT-STATUS.
004500
004511     SELECT FACCAL-FILE ASSIGN TO "FACCAL"
004522         ORGANIZATION IS LINE SEQUENTIAL
004533         FILE STATUS IS WS-CAL-STATUS.
004544
004555     SELECT SESSEXC-FILE ASSIGN TO "SESSEXC"
004566         ORGANIZATION IS LINE SEQUENTIAL
004577         FILE STATUS IS WS-SX-STATUS.
004588
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CLASS-SCHEDULE-FILE.
005800     05 CLS-CAPACITY         PIC 9(03).
005802     05 FILLER               PIC X(01).
005804     05 CLS-INSTRUCTOR       PIC X(08).
005836     05 FILLER               PIC X(01).
005868     05 CLS-SITE             PIC X(02).
005900
006000 FD  ATT-TRANS-FILE.
006100 01  ATT-TRANS-RECORD.
009300 FD  ATT-REPORT-FILE.
009400 01  ATT-REPORT-LINE         PIC X(80).
009500
009511 FD  FACCAL-FILE.
009522 01  FACCAL-RECORD.
009533     COPY FACCAL.
009544
009555 FD  SESSEXC-FILE.
009566 01  SESSEXC-RECORD.
009577     COPY SESSEXC.
009588
009600 WORKING-STORAGE SECTION.
009700 01  WS-SWITCHES.
009800     05 WS-CLASS-STATUS      PIC X(02).
011400         88 CLASS-ROW-FOUND  VALUE 'Y'.
011500     05 WS-ATT-FOUND-SW      PIC X(01) VALUE 'N'.
011600         88 ATTENDANCE-FOUND VALUE 'Y'.
011612     05 WS-CAL-STATUS        PIC X(02).
011625         88 WS-CAL-OK        VALUE '00'.
011637         88 WS-CAL-EOF       VALUE '10'.
011650         88 WS-CAL-NOT-FOUND VALUE '35'.
011662     05 WS-CAL-DAY-SW        PIC X(01) VALUE 'N'.
011675         88 CLUB-CLOSED-TODAY VALUE 'C'.
011687         88 CLUB-SHORT-TODAY VALUE 'S'.
011688     05 WS-SX-STATUS         PIC X(02).
011690         88 WS-SX-OK         VALUE '00'.
011692         88 WS-SX-EOF        VALUE '10'.
011694         88 WS-SX-NOT-FOUND  VALUE '35'.
011696     05 WS-SX-FOUND-SW       PIC X(01) VALUE 'N'.
011698         88 SESSION-EXCEPTION-FOUND VALUE 'Y'.
011700
011800 01  WS-CLASS-TABLE.
011900     05 WS-CLS-ENTRY OCCURS 50 TIMES
016300 01  WS-CNT-EDIT             PIC ZZ9.
016400 01  WS-CNT2-EDIT            PIC ZZ9.
016500
016504 01  WS-CAL-OPEN-TIME        PIC X(04).
016509 01  WS-CAL-CLOSE-TIME       PIC X(04).
016513 01  WS-CAL-REASON           PIC X(30).
016518 77  WS-NOT-HELD-COUNT       PIC 9(03) COMP VALUE 0.
016522
016527*----------------------------------------------------------*
016531* THE BUSINESS DATE'S SESSION EXCEPTIONS FROM SESSEXC.      *
016536*----------------------------------------------------------*
016540 01  WS-SX-TABLE.
016545     05 WS-SX-ENTRY OCCURS 50 TIMES
016550                    INDEXED BY WS-SX-NDX.
016554         10 WS-SX-CLASS      PIC X(08).
016559         10 WS-SX-TYPE       PIC X(01).
016563             88 WS-SX-CANCELLED VALUE 'X'.
016568         10 WS-SX-SUB        PIC X(08).
016572         10 WS-SX-REASON     PIC X(22).
016577 77  WS-SX-USED              PIC 9(03) COMP VALUE 0.
016581 77  WS-SX-I                 PIC 9(03) COMP.
016586 77  WS-CANCELLED-COUNT      PIC 9(03) COMP VALUE 0.
016590 77  WS-SUBSTITUTE-COUNT     PIC 9(03) COMP VALUE 0.
016595
016600 01  WS-NOSHOW-LINE.
016700     05 FILLER               PIC X(04) VALUE SPACES.
016800     05 NL-MEMBER-ID         PIC X(20).
017384         GOBACK
017398     END-IF.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017450     PERFORM 1100-CHECK-CALENDAR THRU 1100-EXIT.
017475     PERFORM 1200-LOAD-EXCEPTIONS THRU 1200-EXIT.
017500     PERFORM 1500-LOAD-CLASSES THRU 1500-EXIT.
017600     PERFORM 2000-LOAD-ATTENDANCE THRU 2000-EXIT.
017700     SORT ENROLL-SORT-WORK
020600         MOVE WS-DAY-NAME (WS-DATE-REM) TO WS-TODAY-DAY
020700     END-IF.
020800 1000-EXIT.
020801     EXIT.
020802
020803*----------------------------------------------------------*
020804* 1100-CHECK-CALENDAR - IS THE BUSINESS DATE ON THE        *
020805* FACILITY CALENDAR?  CLOSED OR SHORT HOURS, KEEP THE HOURS *
020806* AND THE REASON.  NO CALENDAR FILE MEANS A NORMAL DAY.     *
020807*----------------------------------------------------------*
020808 1100-CHECK-CALENDAR.
020809     MOVE 'N' TO WS-CAL-DAY-SW.
020810     OPEN INPUT FACCAL-FILE.
020811     IF WS-CAL-NOT-FOUND
020812         GO TO 1100-EXIT
020813     END-IF.
020815     IF NOT WS-CAL-OK
020816         DISPLAY "FACCAL OPEN FAILED, STATUS = "
020817             WS-CAL-STATUS
020818         MOVE 8 TO RETURN-CODE
020819         GOBACK
020820     END-IF.
020821     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
020822     PERFORM 1120-MATCH-CALENDAR THRU 1120-EXIT
020823         UNTIL WS-CAL-EOF.
020824     CLOSE FACCAL-FILE.
020825 1100-EXIT.
020826     EXIT.
020827
020829 1110-READ-CALENDAR.
020830     READ FACCAL-FILE.
020831 1110-EXIT.
020832     EXIT.
020833
020834 1120-MATCH-CALENDAR.
020835     IF FC-DATE = WS-CURR-DATE
020836         AND FC-TYPE-VALID
020837         MOVE FC-TYPE       TO WS-CAL-DAY-SW
020838         MOVE FC-OPEN-TIME  TO WS-CAL-OPEN-TIME
020839         MOVE FC-CLOSE-TIME TO WS-CAL-CLOSE-TIME
020840         MOVE FC-REASON     TO WS-CAL-REASON
020841     END-IF.
020843     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
020844 1120-EXIT.
020845     EXIT.
020846
020847*----------------------------------------------------------*
020848* 1200-LOAD-EXCEPTIONS - THE BUSINESS DATE'S CANCELLED AND  *
020849* SUBSTITUTE-TAUGHT SESSIONS INTO A TABLE.  NO SESSEXC FILE *
020850* MEANS EVERY CLASS RAN AS SCHEDULED.                       *
020851*----------------------------------------------------------*
020852 1200-LOAD-EXCEPTIONS.
020853     MOVE 0 TO WS-SX-USED.
020854     OPEN INPUT SESSEXC-FILE.
020855     IF WS-SX-NOT-FOUND
020856         GO TO 1200-EXIT
020858     END-IF.
020859     IF NOT WS-SX-OK
020860         DISPLAY "SESSEXC OPEN FAILED, STATUS = "
020861             WS-SX-STATUS
020862         MOVE 8 TO RETURN-CODE
020863         GOBACK
020864     END-IF.
020865     PERFORM 1210-READ-EXCEPTION THRU 1210-EXIT.
020866     PERFORM 1220-STORE-EXCEPTION THRU 1220-EXIT
020867         UNTIL WS-SX-EOF.
020868     CLOSE SESSEXC-FILE.
020869 1200-EXIT.
020870     EXIT.
020872
020873 1210-READ-EXCEPTION.
020874     READ SESSEXC-FILE.
020875 1210-EXIT.
020876     EXIT.
020877
020878 1220-STORE-EXCEPTION.
020879     IF SX-SESSION-DATE = WS-CURR-DATE
020880         AND SX-TYPE-VALID
020881         IF WS-SX-USED < 50
020882             ADD 1 TO WS-SX-USED
020883             SET WS-SX-NDX TO WS-SX-USED
020884             MOVE SX-CLASS-ID       TO WS-SX-CLASS (WS-SX-NDX)
020886             MOVE SX-TYPE           TO WS-SX-TYPE (WS-SX-NDX)
020887             MOVE SX-SUB-INSTRUCTOR TO WS-SX-SUB (WS-SX-NDX)
020888             MOVE SX-REASON         TO WS-SX-REASON (WS-SX-NDX)
020889         ELSE
020890             DISPLAY "MORE THAN 50 SESSION EXCEPTIONS - "
020891                 SX-CLASS-ID " NOT APPLIED"
020892             IF RETURN-CODE < 4
020893                 MOVE 4 TO RETURN-CODE
020894             END-IF
020895         END-IF
020896     END-IF.
020897     PERFORM 1210-READ-EXCEPTION THRU 1210-EXIT.
020898 1220-EXIT.
020900     EXIT.
021000
021100*----------------------------------------------------------*
031900         ")" DELIMITED BY SIZE
032000         INTO ATT-REPORT-LINE.
032100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
032109     IF CLUB-CLOSED-TODAY
032118         MOVE SPACES TO ATT-REPORT-LINE
032127         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
032136         MOVE SPACES TO ATT-REPORT-LINE
032145         STRING "CLUB CLOSED - " DELIMITED BY SIZE
032154             WS-CAL-REASON DELIMITED BY "  "
032163             " - NO ATTENDANCE TAKEN" DELIMITED BY SIZE
032172             INTO ATT-REPORT-LINE
032181         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
032190     END-IF.
032200 3000-EXIT.
032300     EXIT.
032400
036100     IF CLASS-ROW-FOUND
036200         SET WS-CLS-NDX TO WS-CLS-I
036300         IF WS-CLS-DAY (WS-CLS-NDX) = WS-TODAY-DAY
036316             AND CLUB-CLOSED-TODAY
036333             ADD 1 TO WS-NOT-HELD-COUNT
036350         END-IF
036366         IF WS-CLS-DAY (WS-CLS-NDX) = WS-TODAY-DAY
036383             AND NOT CLUB-CLOSED-TODAY
036400             MOVE 'Y' TO WS-CLASS-MEETS-SW
036500             MOVE SPACES TO ATT-REPORT-LINE
036600             PERFORM 8000-WRITE-LINE THRU 8000-EXIT
037300                 WS-CLS-TIME (WS-CLS-NDX) DELIMITED BY SIZE
037400                 INTO ATT-REPORT-LINE
037500             PERFORM 8000-WRITE-LINE THRU 8000-EXIT
037550             PERFORM 4300-CHECK-SHORT-HOURS THRU 4300-EXIT
037575             PERFORM 4400-CHECK-EXCEPTION THRU 4400-EXIT
037600         END-IF
037700     END-IF.
037800 4100-EXIT.
039500         MOVE 'Y' TO WS-CLS-FOUND-SW
039600     END-IF.
039700 4210-EXIT.
039701     EXIT.
039702
039704*----------------------------------------------------------*
039705* 4300-CHECK-SHORT-HOURS - ON A SHORT-HOURS DATE A CLASS    *
039706* TIMED BEFORE THE OPENING OR AT/AFTER THE CLOSING DID NOT  *
039708* RUN: SAY SO AND TAKE NO NO-SHOWS FOR IT.                  *
039709*----------------------------------------------------------*
039710 4300-CHECK-SHORT-HOURS.
039712     IF NOT CLUB-SHORT-TODAY
039713         GO TO 4300-EXIT
039714     END-IF.
039716     IF WS-CLS-TIME (WS-CLS-NDX) NOT < WS-CAL-OPEN-TIME
039717         AND WS-CLS-TIME (WS-CLS-NDX) < WS-CAL-CLOSE-TIME
039718         GO TO 4300-EXIT
039720     END-IF.
039721     MOVE 'N' TO WS-CLASS-MEETS-SW.
039722     ADD 1 TO WS-NOT-HELD-COUNT.
039724     MOVE SPACES TO ATT-REPORT-LINE.
039725     STRING "  NOT HELD - CLUB OPEN " DELIMITED BY SIZE
039727         WS-CAL-OPEN-TIME DELIMITED BY SIZE
039728         " TO " DELIMITED BY SIZE
039729         WS-CAL-CLOSE-TIME DELIMITED BY SIZE
039731         " ONLY - " DELIMITED BY SIZE
039732         WS-CAL-REASON DELIMITED BY "  "
039733         INTO ATT-REPORT-LINE.
039735     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
039736 4300-EXIT.
039737     EXIT.
039739
039740*----------------------------------------------------------*
039741* 4400-CHECK-EXCEPTION - A SESSION CANCELLED THROUGH        *
039743* CLSMAINT DID NOT RUN: SAY SO AND TAKE NO NO-SHOWS.  A     *
039744* SESSION WITH A SUBSTITUTE RAN AS NORMAL UNDER THE         *
039745* COVERING INSTRUCTOR, WHO IS NAMED ON THE REPORT.          *
039747*----------------------------------------------------------*
039748 4400-CHECK-EXCEPTION.
039750     IF NOT CLASS-MEETS-TODAY
039751         GO TO 4400-EXIT
039752     END-IF.
039754     MOVE 'N' TO WS-SX-FOUND-SW.
039755     PERFORM 4410-CHECK-EXCEPTION-ROW THRU 4410-EXIT
039756         VARYING WS-SX-I FROM 1 BY 1
039758         UNTIL SESSION-EXCEPTION-FOUND OR WS-SX-I > WS-SX-USED.
039759     IF NOT SESSION-EXCEPTION-FOUND
039760         GO TO 4400-EXIT
039762     END-IF.
039763     MOVE SPACES TO ATT-REPORT-LINE.
039764     IF WS-SX-CANCELLED (WS-SX-NDX)
039766         MOVE 'N' TO WS-CLASS-MEETS-SW
039767         ADD 1 TO WS-NOT-HELD-COUNT
039768         ADD 1 TO WS-CANCELLED-COUNT
039770         STRING "  NOT HELD - SESSION CANCELLED - "
039771             DELIMITED BY SIZE
039772             WS-SX-REASON (WS-SX-NDX) DELIMITED BY "  "
039774             INTO ATT-REPORT-LINE
039775     ELSE
039777         ADD 1 TO WS-SUBSTITUTE-COUNT
039778         STRING "  SUBSTITUTE INSTRUCTOR " DELIMITED BY SIZE
039779             WS-SX-SUB (WS-SX-NDX) DELIMITED BY " "
039781             " - " DELIMITED BY SIZE
039782             WS-SX-REASON (WS-SX-NDX) DELIMITED BY "  "
039783             INTO ATT-REPORT-LINE
039785     END-IF.
039786     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
039787 4400-EXIT.
039789     EXIT.
039790
039791 4410-CHECK-EXCEPTION-ROW.
039793     SET WS-SX-NDX TO WS-SX-I.
039794     IF WS-SX-CLASS (WS-SX-NDX) = WS-CUR-CLASS-ID
039795         MOVE 'Y' TO WS-SX-FOUND-SW
039797     END-IF.
039798 4410-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------*
049500     DISPLAY "  ENROLLED TODAY......: " WS-TOT-ENROLLED.
049600     DISPLAY "  ATTENDED............: " WS-TOT-ATTENDED.
049700     DISPLAY "  NO-SHOWS............: " WS-TOT-NOSHOW.
049714     IF CLUB-CLOSED-TODAY
049728         DISPLAY "  CLUB CLOSED - " WS-CAL-REASON
049742     END-IF.
049757     IF WS-NOT-HELD-COUNT > 0
049771         DISPLAY "  CLASSES NOT HELD....: " WS-NOT-HELD-COUNT
049785     END-IF.
049787     IF WS-CANCELLED-COUNT > 0
049789         DISPLAY "  SESSIONS CANCELLED..: " WS-CANCELLED-COUNT
049791     END-IF.
049793     IF WS-SUBSTITUTE-COUNT > 0
049795         DISPLAY "  SUBSTITUTE-TAUGHT...: " WS-SUBSTITUTE-COUNT
049797     END-IF.
049800 9000-EXIT.
049900     EXIT.
