002769*                      SHARED RUNCTLW SERVICE; IN RESTART
002782*                      MODE A STEP ALREADY ENDED CLEAN FOR
002795*                      THE BUSINESS DATE IS SKIPPED.
002808*   2026-10-15  KAGE   DAYS SINCE THE LAST VISIT NOW LEAVE
002821*                      OUT THE DATES THE CLUB WAS CLOSED
002834*                      (FACCAL), SO A HOLIDAY OR A CLOSURE
002847*                      WEEK NO LONGER PUSHES MEMBERS ONTO
002860*                      THE INACTIVE LIST.  SHORT-HOURS DATES
002873*                      STILL COUNT - THE CLUB WAS OPEN.
002875*   2026-10-15  KAGE   CHECK-IN RECORDS ARE 58 BYTES NOW
002878*                      THAT INANDOUT STAMPS THE SITE OF THE
002880*                      TERMINAL AND, ON A CHECK-IN, THE
002883*                      MEMBER'S HOME SITE.
002886*----------------------------------------------------------*
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CSV-STATUS.
006400
006420     SELECT FACCAL-FILE ASSIGN TO "FACCAL"
006440         ORGANIZATION IS LINE SEQUENTIAL
006460         FILE STATUS IS WS-CAL-STATUS.
006480
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CHK-HIST-FILE.
006800 01  CHK-HIST-RECORD         PIC X(58).
006900
007000 FD  CHK-TRANS-FILE.
007100 01  CHK-TRANS-RECORD        PIC X(58).
007200
007300 FD  CHK-SORTED-FILE.
007400 01  CHK-SORTED-RECORD.
008600                             PIC 9(08).
008700     05 FILLER               PIC X(01).
008800     05 CS-TIME              PIC X(06).
008810     05 FILLER               PIC X(11).
008900
009000 SD  CHK-SORT-WORK.
009100 01  CHK-SORT-RECORD.
010000     05 SW-DATE              PIC X(08).
010100     05 FILLER               PIC X(01).
010200     05 SW-TIME              PIC X(06).
010210     05 FILLER               PIC X(11).
010300
010400 FD  MEMBER-MASTER-FILE.
010500 01  MEMBER-MASTER-RECORD.
012500 FD  INACTIVE-CSV-FILE.
012600 01  INACTIVE-CSV-RECORD     PIC X(80).
012700
012720 FD  FACCAL-FILE.
012740 01  FACCAL-RECORD.
012760     COPY FACCAL.
012780
012800 WORKING-STORAGE SECTION.
012900 01  WS-SWITCHES.
013000     05 WS-HIST-STATUS       PIC X(02).
014400         88 WS-REPORT-OK     VALUE '00'.
014500     05 WS-CSV-STATUS        PIC X(02).
014600         88 WS-CSV-OK        VALUE '00'.
014620     05 WS-CAL-STATUS        PIC X(02).
014640         88 WS-CAL-OK        VALUE '00'.
014660         88 WS-CAL-EOF       VALUE '10'.
014680         88 WS-CAL-NOT-FOUND VALUE '35'.
014700
014800 01  WS-PARM                 PIC X(08).
014900 01  WS-PARM-NUM             PIC X(03) JUSTIFIED RIGHT.
015700 77  WS-TODAY-INT            PIC 9(07) COMP.
015800 77  WS-VISIT-INT            PIC 9(07) COMP.
015900 77  WS-DAYS-AGO             PIC S9(05) COMP.
015912
015925 01  WS-CLOSED-TABLE.
015937     05 WS-CLOSED-ENTRY OCCURS 200 TIMES
015950                        INDEXED BY WS-CLOSED-NDX.
015962         10 WS-CLOSED-INT    PIC 9(07) COMP.
015975 77  WS-CLOSED-USED          PIC 9(03) COMP VALUE 0.
015987 77  WS-CLOSED-I             PIC 9(03) COMP.
016000
016100 01  WS-CUR-MEMBER           PIC X(20) VALUE LOW-VALUES.
016200 77  WS-TOTAL-VISITS         PIC 9(05) COMP VALUE 0.
021184         GOBACK
021198     END-IF.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021250     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
021300     SORT CHK-SORT-WORK
021400         ON ASCENDING KEY SW-MEMBER-ID
021500         ON ASCENDING KEY SW-DATE
024800     COMPUTE WS-TODAY-INT =
024900         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM).
025000 1000-EXIT.
025001     EXIT.
025003
025005*----------------------------------------------------------*
025007* 1100-LOAD-CALENDAR - EVERY CLOSED DATE UP TO TODAY FROM   *
025009* THE FACILITY CALENDAR, AS DAY NUMBERS.  NO CALENDAR FILE  *
025011* MEANS NO CLOSURES.                                        *
025013*----------------------------------------------------------*
025015 1100-LOAD-CALENDAR.
025016     MOVE 0 TO WS-CLOSED-USED.
025018     OPEN INPUT FACCAL-FILE.
025020     IF WS-CAL-NOT-FOUND
025022         GO TO 1100-EXIT
025024     END-IF.
025026     IF NOT WS-CAL-OK
025028         DISPLAY "FACCAL OPEN FAILED, STATUS = "
025030             WS-CAL-STATUS
025032         MOVE 8 TO RETURN-CODE
025033         GOBACK
025035     END-IF.
025037     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
025039     PERFORM 1120-STORE-CLOSED THRU 1120-EXIT
025041         UNTIL WS-CAL-EOF.
025043     CLOSE FACCAL-FILE.
025045 1100-EXIT.
025047     EXIT.
025049
025050 1110-READ-CALENDAR.
025052     READ FACCAL-FILE.
025054 1110-EXIT.
025056     EXIT.
025058
025060 1120-STORE-CLOSED.
025062     IF NOT FC-CLOSED
025064         OR FC-DATE NOT NUMERIC
025066         OR FC-DATE > WS-CURR-DATE
025067         GO TO 1120-NEXT
025069     END-IF.
025071     IF WS-CLOSED-USED < 200
025073         ADD 1 TO WS-CLOSED-USED
025075         SET WS-CLOSED-NDX TO WS-CLOSED-USED
025077         COMPUTE WS-CLOSED-INT (WS-CLOSED-NDX) =
025079             FUNCTION INTEGER-OF-DATE (FC-DATE-NUM)
025081     ELSE
025083         DISPLAY "MORE THAN 200 CLOSED DATES - " FC-DATE
025084             " NOT TABLED"
025086         IF RETURN-CODE < 4
025088             MOVE 4 TO RETURN-CODE
025090         END-IF
025092     END-IF.
025094 1120-NEXT.
025096     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
025098 1120-EXIT.
025100     EXIT.
025200
025300 2000-OPEN-PHASE-ONE.
047900     COMPUTE WS-VISIT-INT = FUNCTION INTEGER-OF-DATE
048000         (MS-LAST-DATE-NUM).
048100     COMPUTE WS-DAYS-AGO = WS-TODAY-INT - WS-VISIT-INT.
048125     PERFORM 5450-SKIP-CLOSED THRU 5450-EXIT
048150         VARYING WS-CLOSED-I FROM 1 BY 1
048175         UNTIL WS-CLOSED-I > WS-CLOSED-USED.
048200     IF WS-DAYS-AGO > WS-THRESHOLD
048300         PERFORM 5600-LIST-INACTIVE THRU 5600-EXIT
048400     END-IF.
048500 5400-EXIT.
048507     EXIT.
048515
048523*----------------------------------------------------------*
048530* 5450-SKIP-CLOSED - A CLOSED DATE AFTER THE LAST VISIT IS  *
048538* NOT A DAY THE MEMBER COULD HAVE COME IN.                  *
048546*----------------------------------------------------------*
048553 5450-SKIP-CLOSED.
048561     SET WS-CLOSED-NDX TO WS-CLOSED-I.
048569     IF WS-CLOSED-INT (WS-CLOSED-NDX) > WS-VISIT-INT
048576         SUBTRACT 1 FROM WS-DAYS-AGO
048584     END-IF.
048592 5450-EXIT.
048600     EXIT.
048700
048800 5500-NEVER-VISITED.
056200     DISPLAY "VISIT FREQUENCY REPORT COMPLETE".
056300     DISPLAY "  MEMBERS WITH VISITS.: " WS-MEMBER-COUNT.
056400     DISPLAY "  INACTIVE MEMBERS....: " WS-INACTIVE-COUNT.
056450     DISPLAY "  CLOSED DATES SKIPPED: " WS-CLOSED-USED.
056500 9000-EXIT.
056600     EXIT.
