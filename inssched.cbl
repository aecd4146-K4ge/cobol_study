002557*                      SHARED RUNCTLW SERVICE; IN RESTART
002576*                      MODE A STEP ALREADY ENDED CLEAN FOR
002595*                      THE BUSINESS DATE IS SKIPPED.
002605*   2026-10-15  KAGE   SHOWS SESSION EXCEPTIONS (SESSEXC) FOR
002616*                      THE SEVEN DAYS AFTER THE BUSINESS
002626*                      DATE.  A CANCELLED OR COVERED SESSION
002637*                      IS MARKED ON THE REGULAR INSTRUCTOR'S
002647*                      LINE; THE SUBSTITUTE GETS A COVERING
002658*                      LINE IN THEIR OWN WEEK.  EACH
002668*                      INSTRUCTOR CLOSES WITH THE SESSIONS
002679*                      THEY ACTUALLY TEACH THAT WEEK.
002681*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
002684*                      THE CLASS RUNS AT (RECORD 51 TO 54,
002686*                      APPENDED; BLANK IS SITE 01).
002689*----------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ENROLL-STATUS.
004800
004820     SELECT SESSEXC-FILE ASSIGN TO "SESSEXC"
004840         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS WS-SX-STATUS.
004880
004900     SELECT SCHED-PRINT-FILE ASSIGN TO "INSPRT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PRINT-STATUS.
006500     05 CLS-CAPACITY         PIC 9(03).
006600     05 FILLER               PIC X(01).
006700     05 CLS-INSTRUCTOR       PIC X(08).
006733     05 FILLER               PIC X(01).
006766     05 CLS-SITE             PIC X(02).
006800
006900 FD  CLASS-SORTED-FILE.
007000 01  CLASS-SORTED-RECORD.
007500     05 CS-DESCRIPTION       PIC X(20).
007600     05 CS-DAY               PIC X(03).
007700     05 CS-CAPACITY          PIC 9(03).
007720     05 CS-KIND              PIC X(01).
007740         88 CS-AWAY          VALUE 'A'.
007760         88 CS-COVERING      VALUE 'C'.
007780     05 CS-NOTE              PIC X(24).
007800
007900 SD  CLASS-SORT-WORK.
008000 01  CLASS-SORT-RECORD.
008500     05 SW-DESCRIPTION       PIC X(20).
008600     05 SW-DAY               PIC X(03).
008700     05 SW-CAPACITY          PIC 9(03).
008733     05 SW-KIND              PIC X(01).
008766     05 SW-NOTE              PIC X(24).
008800
008900 FD  INSTRUCTOR-FILE.
009000 01  INSTRUCTOR-RECORD.
010400     05 FILLER               PIC X(01).
010500     05 EN-ACTION            PIC X(03).
010600         88 EN-ACTION-DROP   VALUE 'DRP'.
010620
010640 FD  SESSEXC-FILE.
010660 01  SESSEXC-RECORD.
010680     COPY SESSEXC.
010700
010800 FD  SCHED-PRINT-FILE.
010900 01  SCHED-PRINT-LINE        PIC X(80).
013100         88 CLS-ROW-FOUND    VALUE 'Y'.
013200     05 WS-INS-FOUND-SW      PIC X(01) VALUE 'N'.
013300         88 INS-ROW-FOUND    VALUE 'Y'.
013314     05 WS-SX-STATUS         PIC X(02).
013328         88 WS-SX-OK         VALUE '00'.
013342         88 WS-SX-EOF        VALUE '10'.
013357         88 WS-SX-NOT-FOUND  VALUE '35'.
013371     05 WS-SX-FOUND-SW       PIC X(01) VALUE 'N'.
013385         88 SESSION-EXCEPTION-FOUND VALUE 'Y'.
013400
013500*----------------------------------------------------------*
013600* INSTRUCTOR NAMES, LOADED ONCE.                            *
015400 77  WS-CLS-USED             PIC 9(03) COMP VALUE 0.
015500 77  WS-CLS-I                PIC 9(03) COMP.
015600
015604*----------------------------------------------------------*
015608* SESSION EXCEPTIONS DATED IN THE SEVEN DAYS AFTER THE      *
015612* BUSINESS DATE - AT MOST ONE PER WEEKLY CLASS.             *
015616*----------------------------------------------------------*
015620 01  WS-SX-TABLE.
015625     05 WS-SX-ENTRY OCCURS 100 TIMES
015629                    INDEXED BY WS-SX-NDX.
015633         10 WS-SX-CLASS      PIC X(08).
015637         10 WS-SX-DATE       PIC X(08).
015641         10 WS-SX-TYPE       PIC X(01).
015645             88 WS-SX-CANCELLED VALUE 'X'.
015650         10 WS-SX-SUB        PIC X(08).
015654 77  WS-SX-USED              PIC 9(03) COMP VALUE 0.
015658 77  WS-SX-I                 PIC 9(03) COMP.
015662
015666 01  WS-CURR-DATE            PIC X(08).
015670 01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
015675                             PIC 9(08).
015679 77  WS-WEEK-FIRST-INT       PIC 9(07) COMP.
015683 77  WS-WEEK-LAST-INT        PIC 9(07) COMP.
015687 77  WS-SX-DATE-INT          PIC 9(07) COMP.
015691 01  WS-SORT-HOLD            PIC X(72).
015695
015700 01  WS-CUR-INSTRUCTOR       PIC X(08) VALUE LOW-VALUES.
015800 77  WS-CLASS-COUNT          PIC 9(05) COMP VALUE 0.
015900 77  WS-GROUP-COUNT          PIC 9(03) COMP VALUE 0.
015911 77  WS-GROUP-TEACH          PIC 9(03) COMP VALUE 0.
015922 77  WS-GROUP-COVER          PIC 9(03) COMP VALUE 0.
015933 77  WS-GROUP-OFF            PIC 9(03) COMP VALUE 0.
015944 77  WS-COVER-COUNT          PIC 9(05) COMP VALUE 0.
015955 77  WS-OFF-COUNT            PIC 9(05) COMP VALUE 0.
015966 01  WS-CNT-EDIT             PIC ZZ9.
015977 01  WS-CNT2-EDIT            PIC ZZ9.
015988 01  WS-CNT3-EDIT            PIC ZZ9.
016000
016100 01  WS-HEADER-LINE.
016200     05 FILLER               PIC X(12)
017800     05 DL-ENROLLED          PIC ZZZZ9.
017900     05 DL-SLASH             PIC X(01).
018000     05 DL-CAP               PIC ZZ9.
018033     05 FILLER               PIC X(04) VALUE SPACES.
018066     05 DL-NOTE              PIC X(22).
018100
018133 01  WS-RUNCTL.
018166     COPY RUNCTL.
018398     END-IF.
018400     PERFORM 1000-LOAD-INSTRUCTORS THRU 1000-EXIT.
018500     PERFORM 1500-NET-ENROLLMENT THRU 1500-EXIT.
018550     PERFORM 1800-LOAD-EXCEPTIONS THRU 1800-EXIT.
018600     SORT CLASS-SORT-WORK
018700         ON ASCENDING KEY SW-INSTRUCTOR
018800         ON ASCENDING KEY SW-DAY-NUM
019400     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
019500     PERFORM 4000-PRINT-CLASS THRU 4000-EXIT
019600         UNTIL WS-SORTED-EOF.
019625     IF WS-CUR-INSTRUCTOR NOT = LOW-VALUES
019650         PERFORM 4500-END-INSTRUCTOR THRU 4500-EXIT
019675     END-IF.
019700     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
019733     MOVE 'E' TO RCTL-ACTION.
019766     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
030600     EXIT.
030700
030800*----------------------------------------------------------*
030801* 1800-LOAD-EXCEPTIONS - CANCELLED AND SUBSTITUTE-TAUGHT    *
030803* SESSIONS DATED IN THE SEVEN DAYS AFTER THE BUSINESS DATE, *
030804* THE WEEK THE SCHEDULES ARE PRINTED FOR.  NO SESSEXC FILE  *
030806* MEANS EVERY CLASS RUNS AS SCHEDULED.                      *
030807*----------------------------------------------------------*
030809 1800-LOAD-EXCEPTIONS.
030811     CALL "RUNDT" USING WS-CURR-DATE.
030812     COMPUTE WS-WEEK-FIRST-INT =
030814         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM) + 1.
030815     COMPUTE WS-WEEK-LAST-INT = WS-WEEK-FIRST-INT + 6.
030817     OPEN INPUT SESSEXC-FILE.
030819     IF WS-SX-NOT-FOUND
030820         GO TO 1800-EXIT
030822     END-IF.
030823     IF NOT WS-SX-OK
030825         DISPLAY "SESSEXC OPEN FAILED, STATUS = "
030826             WS-SX-STATUS
030828         MOVE 8 TO RETURN-CODE
030830         GOBACK
030831     END-IF.
030833     PERFORM 1810-READ-EXCEPTION THRU 1810-EXIT.
030834     PERFORM 1820-STORE-EXCEPTION THRU 1820-EXIT
030836         UNTIL WS-SX-EOF.
030838     CLOSE SESSEXC-FILE.
030839 1800-EXIT.
030841     EXIT.
030842
030844 1810-READ-EXCEPTION.
030846     READ SESSEXC-FILE.
030847 1810-EXIT.
030849     EXIT.
030850
030852 1820-STORE-EXCEPTION.
030853     IF NOT SX-TYPE-VALID OR SX-SESSION-DATE NOT NUMERIC
030855         GO TO 1820-NEXT
030857     END-IF.
030858     COMPUTE WS-SX-DATE-INT =
030860         FUNCTION INTEGER-OF-DATE (SX-SESSION-DATE-NUM).
030861     IF WS-SX-DATE-INT < WS-WEEK-FIRST-INT
030863         OR WS-SX-DATE-INT > WS-WEEK-LAST-INT
030865         GO TO 1820-NEXT
030866     END-IF.
030868     IF WS-SX-USED < 100
030869         ADD 1 TO WS-SX-USED
030871         SET WS-SX-NDX TO WS-SX-USED
030873         MOVE SX-CLASS-ID       TO WS-SX-CLASS (WS-SX-NDX)
030874         MOVE SX-SESSION-DATE   TO WS-SX-DATE (WS-SX-NDX)
030876         MOVE SX-TYPE           TO WS-SX-TYPE (WS-SX-NDX)
030877         MOVE SX-SUB-INSTRUCTOR TO WS-SX-SUB (WS-SX-NDX)
030879     ELSE
030880         DISPLAY "MORE THAN 100 SESSION EXCEPTIONS - "
030882             SX-CLASS-ID " NOT TABLED"
030884         IF RETURN-CODE < 4
030885             MOVE 4 TO RETURN-CODE
030887         END-IF
030888     END-IF.
030890 1820-NEXT.
030892     PERFORM 1810-READ-EXCEPTION THRU 1810-EXIT.
030893 1820-EXIT.
030895     EXIT.
030896
030898*----------------------------------------------------------*
030900* 2000-RELEASE-CLASSES - SORT INPUT PROCEDURE.  STAMPS THE  *
031000* MON-FIRST DAY NUMBER ON EACH CLASS SO THE WEEK PRINTS IN  *
031100* CALENDAR ORDER; AN UNKEYED INSTRUCTOR GROUPS AS (NONE).   *
035600     MOVE CLS-DESCRIPTION TO SW-DESCRIPTION.
035700     MOVE CLS-DAY         TO SW-DAY.
035800     MOVE CLS-CAPACITY    TO SW-CAPACITY.
035806     PERFORM 2300-FIND-EXCEPTION THRU 2300-EXIT.
035812     IF SESSION-EXCEPTION-FOUND
035818         MOVE 'A' TO SW-KIND
035825         IF WS-SX-CANCELLED (WS-SX-NDX)
035831             STRING "CANCELLED " DELIMITED BY SIZE
035837                 WS-SX-DATE (WS-SX-NDX) DELIMITED BY SIZE
035843                 INTO SW-NOTE
035850         ELSE
035856             STRING "SUB " DELIMITED BY SIZE
035862                 WS-SX-SUB (WS-SX-NDX) DELIMITED BY SPACE
035868                 " " DELIMITED BY SIZE
035875                 WS-SX-DATE (WS-SX-NDX) DELIMITED BY SIZE
035881                 INTO SW-NOTE
035887         END-IF
035893     END-IF.
035896     MOVE CLASS-SORT-RECORD TO WS-SORT-HOLD.
035900     RELEASE CLASS-SORT-RECORD.
035920     IF SESSION-EXCEPTION-FOUND
035940         AND NOT WS-SX-CANCELLED (WS-SX-NDX)
035960         PERFORM 2400-RELEASE-COVER THRU 2400-EXIT
035980     END-IF.
036000     PERFORM 2100-READ-CLASS THRU 2100-EXIT.
036100 2200-EXIT.
036102     EXIT.
036105
036108 2300-FIND-EXCEPTION.
036111     MOVE 'N' TO WS-SX-FOUND-SW.
036114     PERFORM 2310-CHECK-EXCEPTION THRU 2310-EXIT
036117         VARYING WS-SX-I FROM 1 BY 1
036120         UNTIL SESSION-EXCEPTION-FOUND OR WS-SX-I > WS-SX-USED.
036123 2300-EXIT.
036126     EXIT.
036129
036132 2310-CHECK-EXCEPTION.
036135     SET WS-SX-NDX TO WS-SX-I.
036138     IF WS-SX-CLASS (WS-SX-NDX) = CLS-CLASS-ID
036141         MOVE 'Y' TO WS-SX-FOUND-SW
036144     END-IF.
036147 2310-EXIT.
036150     EXIT.
036152
036155*----------------------------------------------------------*
036158* 2400-RELEASE-COVER - A SECOND SORT RECORD FOR A COVERED   *
036161* SESSION, UNDER THE SUBSTITUTE, SO IT PRINTS IN THEIR WEEK *
036164* AND COUNTS IN THEIR LOAD.                                 *
036167*----------------------------------------------------------*
036170 2400-RELEASE-COVER.
036173     MOVE WS-SORT-HOLD TO CLASS-SORT-RECORD.
036176     MOVE WS-SX-SUB (WS-SX-NDX) TO SW-INSTRUCTOR.
036179     MOVE 'C' TO SW-KIND.
036182     MOVE SPACES TO SW-NOTE.
036185     STRING "COVERING " DELIMITED BY SIZE
036188         WS-SX-DATE (WS-SX-NDX) DELIMITED BY SIZE
036191         INTO SW-NOTE.
036194     RELEASE CLASS-SORT-RECORD.
036197 2400-EXIT.
036200     EXIT.
036210
036220 2900-RELEASE-EXIT.
037900     END-IF.
038000     MOVE "INSTRUCTOR WEEKLY TEACHING SCHEDULES"
038100         TO SCHED-PRINT-LINE.
038114     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
038128     MOVE SPACES TO SCHED-PRINT-LINE.
038142     STRING "SESSION EXCEPTIONS SHOWN FOR THE 7 DAYS AFTER "
038157         DELIMITED BY SIZE
038171         WS-CURR-DATE DELIMITED BY SIZE
038185         INTO SCHED-PRINT-LINE.
038200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
038300 3000-EXIT.
038400     EXIT.
040400     PERFORM 4300-GET-ENROLLED THRU 4300-EXIT.
040500     MOVE CS-CAPACITY   TO DL-CAP.
040600     MOVE '/' TO DL-SLASH.
040650     MOVE CS-NOTE       TO DL-NOTE.
040700     MOVE WS-DETAIL-LINE TO SCHED-PRINT-LINE.
040800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
040900     ADD 1 TO WS-CLASS-COUNT.
041000     ADD 1 TO WS-GROUP-COUNT.
041008     EVALUATE TRUE
041016         WHEN CS-COVERING
041025             ADD 1 TO WS-GROUP-TEACH
041033             ADD 1 TO WS-GROUP-COVER
041041             ADD 1 TO WS-COVER-COUNT
041050         WHEN CS-AWAY
041058             ADD 1 TO WS-GROUP-OFF
041066             ADD 1 TO WS-OFF-COUNT
041075         WHEN OTHER
041083             ADD 1 TO WS-GROUP-TEACH
041091     END-EVALUATE.
041100     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
041200 4000-EXIT.
041300     EXIT.
041400
041500 4100-NEW-INSTRUCTOR.
041525     IF WS-CUR-INSTRUCTOR NOT = LOW-VALUES
041550         PERFORM 4500-END-INSTRUCTOR THRU 4500-EXIT
041575     END-IF.
041600     MOVE CS-INSTRUCTOR TO WS-CUR-INSTRUCTOR.
041700     MOVE 0 TO WS-GROUP-COUNT.
041750     MOVE 0 TO WS-GROUP-TEACH WS-GROUP-COVER WS-GROUP-OFF.
041800     MOVE SPACES TO SCHED-PRINT-LINE.
041900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042000     MOVE CS-INSTRUCTOR TO HD-INSTRUCTOR.
042800     MOVE "  DAY  TIME  CLASS     DESCRIPTION        "
042900         TO SCHED-PRINT-LINE.
043000     MOVE "ENROLLED/CAP" TO SCHED-PRINT-LINE (45:12).
043050     MOVE "THIS WEEK" TO SCHED-PRINT-LINE (59:9).
043100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
043200 4100-EXIT.
043300     EXIT.
046300 4310-EXIT.
046400     EXIT.
046500
046504*----------------------------------------------------------*
046508* 4500-END-INSTRUCTOR - THE INSTRUCTOR'S REAL LOAD FOR THE  *
046513* WEEK: REGULAR SESSIONS STILL THEIRS PLUS ANY THEY COVER,  *
046517* WITH THE COVERS AND THE SESSIONS THEY ARE OFF SHOWN.      *
046521*----------------------------------------------------------*
046526 4500-END-INSTRUCTOR.
046530     MOVE WS-GROUP-TEACH TO WS-CNT-EDIT.
046534     MOVE WS-GROUP-COVER TO WS-CNT2-EDIT.
046539     MOVE WS-GROUP-OFF   TO WS-CNT3-EDIT.
046543     MOVE SPACES TO SCHED-PRINT-LINE.
046547     STRING "  SESSIONS TO TEACH THIS WEEK: " DELIMITED BY SIZE
046552         WS-CNT-EDIT DELIMITED BY SIZE
046556         "  (COVERING " DELIMITED BY SIZE
046560         WS-CNT2-EDIT DELIMITED BY SIZE
046565         ", OFF " DELIMITED BY SIZE
046569         WS-CNT3-EDIT DELIMITED BY SIZE
046573         ")" DELIMITED BY SIZE
046578         INTO SCHED-PRINT-LINE.
046582     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
046586 4500-EXIT.
046591     EXIT.
046595
046600 8000-WRITE-LINE.
046700     WRITE SCHED-PRINT-LINE.
046800     IF NOT WS-PRINT-OK
048000     CLOSE SCHED-PRINT-FILE.
048100     DISPLAY "INSTRUCTOR SCHEDULES COMPLETE".
048200     DISPLAY "  CLASSES PRINTED....: " WS-CLASS-COUNT.
048233     DISPLAY "  COVERING SESSIONS..: " WS-COVER-COUNT.
048266     DISPLAY "  SESSIONS OFF.......: " WS-OFF-COUNT.
048300 9000-EXIT.
048400     EXIT.
