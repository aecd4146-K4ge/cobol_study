000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPERSIGN.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  KIOSK SIGN-ON SERVICE, CALLED BY
001000*                      KIOSKDRV BEFORE THE MAIN MENU IS SHOWN.
001100*                      ANYONE AT THE DESK COULD RUN ANY MENU
001200*                      OPTION AND TYPE ANY CLERK ID THEY
001300*                      LIKED, SO THE AUDIT TRAILS COULD NOT
001400*                      BE TRUSTED.  THE OPERATOR NOW KEYS AN
001500*                      ID AND PASSWORD, CHECKED AGAINST THE
001600*                      OPERSEC FILE (PWHASH VALUE ONLY - NO
001700*                      PASSWORD IS STORED).  AN UNKNOWN ID,
001800*                      AN INACTIVE OR LOCKED-OUT OPERATOR AND
001900*                      A BAD PASSWORD ARE REFUSED AND LOGGED
002000*                      ON KIOSKLOG; THE THIRD BAD PASSWORD IN
002100*                      A ROW LOCKS THE OPERATOR OUT UNTIL A
002200*                      MANAGER RESETS IT IN OPERMNT, AND IS
002300*                      LOGGED AS AN 'E' SO KLOGALRT RAISES IT.
002400*                      FIVE REFUSALS AT ONE SIGN-ON SCREEN
002500*                      CLOSE IT.  AN OPERATOR ON A TEMPORARY
002600*                      PASSWORD (NEW OR RESET) MUST CHOOSE A
002700*                      NEW ONE BEFORE GETTING IN; THE CHANGE
002800*                      IS AUDITED ON OPERAUD.  ON A COLD,
002900*                      EMPTY OPERSEC THE FIRST SIGN-ON SETS
003000*                      UP THE FIRST MANAGER - THE SAME WAY AN
003100*                      ADD AGAINST A COLD MEMMAST PUTS THE
003200*                      FIRST MEMBER ON FILE.  THE SIGNED-ON
003300*                      OPERATOR GOES BACK TO KIOSKDRV IN THE
003400*                      SIGNON AREA.
003500*
003600* PASSWORD RULES.
003700*   6 TO 16 CHARACTERS, NO SPACES, NOT THE SAME AS THE
003800*   OPERATOR ID, AND A CHANGED PASSWORD MUST DIFFER FROM THE
003900*   ONE IT REPLACES.  KEYED TWICE.
004000*----------------------------------------------------------*
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS OP-OPER-ID
004900         FILE STATUS IS WS-OPER-STATUS.
005000
005100     SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUD"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AUDIT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  OPERATOR-FILE.
005800 01  OPERATOR-RECORD.
005900     COPY OPERREC.
006000
006100 FD  OPERATOR-AUDIT-FILE.
006200 01  OPERATOR-AUDIT-RECORD.
006300     COPY OPERAUD.
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-OPER-INPUT           PIC X(08).
006700 01  WS-NAME-INPUT           PIC X(20).
006800 01  WS-PW-INPUT             PIC X(16).
006900 01  WS-PW-AGAIN             PIC X(16).
007000 01  WS-NEW-HASH             PIC X(10).
007100 01  WS-AUDIT-ACTION         PIC X(01).
007200
007300 01  WS-PWPARM.
007400     COPY PWPARM.
007500
007600 01  WS-KLOG.
007700     COPY KLOGREC.
007800
007900 01  WS-BEFORE-IMAGE         PIC X(64).
008000 01  WS-AFTER-IMAGE          PIC X(64).
008100
008200 01  WS-SWITCHES.
008300     05 WS-OPER-STATUS       PIC X(02).
008400         88 WS-OPER-OK       VALUE '00'.
008500         88 WS-OPER-EOF      VALUE '10'.
008600         88 WS-OPER-NOT-FOUND VALUE '35'.
008700     05 WS-AUDIT-STATUS      PIC X(02).
008800         88 WS-AUDIT-OK      VALUE '00'.
008900         88 WS-AUDIT-NOT-FOUND VALUE '35'.
009000     05 WS-EMPTY-SW          PIC X(01) VALUE 'N'.
009100         88 OPERSEC-EMPTY    VALUE 'Y'.
009200     05 WS-OPEN-SW           PIC X(01) VALUE 'N'.
009300         88 OPERSEC-OPEN     VALUE 'Y'.
009400     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
009500         88 OPERATOR-FOUND   VALUE 'Y'.
009600     05 WS-QUIT-SW           PIC X(01) VALUE 'N'.
009700         88 SIGNON-ABANDONED VALUE 'Y'.
009800     05 WS-PW-SW             PIC X(01) VALUE 'N'.
009900         88 PASSWORD-ACCEPTED VALUE 'Y'.
010000
010100 77  WS-REFUSED-COUNT        PIC 9(04) COMP VALUE 0.
010200 77  WS-REFUSED-LIMIT        PIC 9(04) COMP VALUE 5.
010300 77  WS-PW-SPACES            PIC 9(04) COMP VALUE 0.
010400 77  WS-PW-LENGTH            PIC 9(04) COMP VALUE 0.
010500
010600 01  WS-CURRENT-DATE-TIME.
010700     05 WS-CURR-DATE         PIC X(08).
010800     05 WS-CURR-TIME         PIC X(06).
010900
011000 LINKAGE SECTION.
011100 01  SIGNON-PARM.
011200     COPY SIGNON.
011300
011400 PROCEDURE DIVISION USING SIGNON-PARM.
011500 0000-MAINLINE.
011600     MOVE SPACES TO SIGNON-PARM.
011700     MOVE 'N' TO SO-RESULT.
011800     MOVE 'N' TO WS-QUIT-SW.
011900     MOVE 0 TO WS-REFUSED-COUNT.
012000     PERFORM 1000-OPEN-OPERATORS THRU 1000-EXIT.
012100     IF NOT OPERSEC-OPEN
012200         GO TO 0000-GOBACK
012300     END-IF.
012400     IF OPERSEC-EMPTY
012500         PERFORM 1500-FIRST-MANAGER THRU 1500-EXIT
012600     ELSE
012700         PERFORM 2000-SIGN-ON THRU 2000-EXIT
012800             UNTIL SO-SIGNED-ON OR SIGNON-ABANDONED
012900     END-IF.
013000     CLOSE OPERATOR-FILE.
013100 0000-GOBACK.
013200     GOBACK.
013300
013400*----------------------------------------------------------*
013500* 1000-OPEN-OPERATORS - OPEN OPERSEC FOR UPDATE (A SIGN-ON  *
013600* REWRITES THE FAIL COUNT AND LAST SIGN-ON DATE) AND SEE    *
013700* WHETHER ANYONE IS ON IT YET.  NO FILE AT ALL IS CREATED   *
013800* EMPTY, AS MEMMAINT DOES FOR MEMMAST.                      *
013900*----------------------------------------------------------*
014000 1000-OPEN-OPERATORS.
014100     MOVE 'N' TO WS-OPEN-SW.
014200     MOVE 'N' TO WS-EMPTY-SW.
014300     OPEN I-O OPERATOR-FILE.
014400     IF WS-OPER-NOT-FOUND
014500         MOVE 'Y' TO WS-EMPTY-SW
014600         OPEN OUTPUT OPERATOR-FILE
014700     END-IF.
014800     IF NOT WS-OPER-OK
014900         DISPLAY "OPERSEC OPEN FAILED, STATUS = "
015000             WS-OPER-STATUS
015100         DISPLAY "THE KIOSK CANNOT SIGN ANYONE ON - CALL THE"
015200             " MANAGER"
015300         GO TO 1000-EXIT
015400     END-IF.
015500     MOVE 'Y' TO WS-OPEN-SW.
015600     IF OPERSEC-EMPTY
015700         GO TO 1000-EXIT
015800     END-IF.
015900     READ OPERATOR-FILE NEXT RECORD
016000         AT END
016100             MOVE 'Y' TO WS-EMPTY-SW
016200     END-READ.
016300 1000-EXIT.
016400     EXIT.
016500
016600*----------------------------------------------------------*
016700* 1500-FIRST-MANAGER - NOBODY IS ON OPERSEC YET, SO WHOEVER *
016800* SIGNS ON FIRST BECOMES THE FIRST MANAGER AND CAN SET UP   *
016900* EVERYONE ELSE IN OPERMNT.  LOGGED AS A WARNING SO IT      *
017000* NEVER HAPPENS UNNOTICED.                                  *
017100*----------------------------------------------------------*
017200 1500-FIRST-MANAGER.
017300     DISPLAY "NO OPERATORS ON FILE - SET UP THE FIRST MANAGER".
017400     PERFORM 1600-GET-NEW-ID THRU 1600-EXIT.
017500     PERFORM 1700-GET-NAME THRU 1700-EXIT.
017600     MOVE SPACES TO OPERATOR-RECORD.
017700     MOVE WS-OPER-INPUT TO OP-OPER-ID.
017800     MOVE WS-NAME-INPUT TO OP-NAME.
017900     MOVE 'M'           TO OP-ROLE.
018000     MOVE 'Y'           TO OP-ACTIVE-SW.
018100     MOVE 0             TO OP-FAIL-COUNT.
018200     PERFORM 3000-NEW-PASSWORD THRU 3000-EXIT.
018300     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
018400     MOVE WS-NEW-HASH   TO OP-PASSWORD-HASH.
018500     MOVE WS-CURR-DATE  TO OP-LAST-SIGNON.
018600     MOVE WS-CURR-DATE  TO OP-PW-CHANGED.
018700     WRITE OPERATOR-RECORD.
018800     IF NOT WS-OPER-OK
018900         DISPLAY "OPERSEC WRITE FAILED, STATUS = "
019000             WS-OPER-STATUS
019100         GO TO 1500-EXIT
019200     END-IF.
019300     MOVE SPACES TO WS-BEFORE-IMAGE.
019400     MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE.
019500     MOVE 'A' TO WS-AUDIT-ACTION.
019600     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
019700     MOVE 'W'      TO KLOG-SEVERITY.
019800     MOVE "SEC007" TO KLOG-MSG-CODE.
019900     MOVE SPACES   TO KLOG-MSG-TEXT.
020000     STRING "FIRST MANAGER SET UP - " DELIMITED BY SIZE
020100         OP-OPER-ID DELIMITED BY SIZE
020200         INTO KLOG-MSG-TEXT.
020300     PERFORM 7000-LOG THRU 7000-EXIT.
020400     PERFORM 2900-SIGNED-ON THRU 2900-EXIT.
020500 1500-EXIT.
020600     EXIT.
020700
020800 1600-GET-NEW-ID.
020900     DISPLAY "Manager operator ID: " WITH NO ADVANCING.
021000     ACCEPT WS-OPER-INPUT.
021100     IF WS-OPER-INPUT = SPACES
021200         DISPLAY "OPERATOR ID MAY NOT BE BLANK"
021300         GO TO 1600-GET-NEW-ID
021400     END-IF.
021500 1600-EXIT.
021600     EXIT.
021700
021800 1700-GET-NAME.
021900     DISPLAY "Manager name: " WITH NO ADVANCING.
022000     ACCEPT WS-NAME-INPUT.
022100     IF WS-NAME-INPUT = SPACES
022200         DISPLAY "NAME MAY NOT BE BLANK"
022300         GO TO 1700-GET-NAME
022400     END-IF.
022500 1700-EXIT.
022600     EXIT.
022700
022800*----------------------------------------------------------*
022900* 2000-SIGN-ON - ONE SIGN-ON ATTEMPT.  THE PASSWORD IS      *
023000* ASKED FOR EVEN WHEN THE ID IS UNKNOWN, AND AN UNKNOWN,    *
023100* INACTIVE OR LOCKED-OUT ID AND A BAD PASSWORD ALL GET      *
023200* THE SAME ANSWER, SO THE SCREEN NEVER CONFIRMS WHICH IDS   *
023233* ARE REAL OR WHY ONE WAS REFUSED - THE REASON GOES TO      *
023266* KIOSKLOG ONLY.  A BLANK ID QUITS.                         *
023300*----------------------------------------------------------*
023400 2000-SIGN-ON.
023500     DISPLAY "------------------------------------------".
023600     DISPLAY "  WELLNESS KIOSK - OPERATOR SIGN-ON".
023700     DISPLAY "Operator ID (blank to quit): " WITH NO ADVANCING.
023800     ACCEPT WS-OPER-INPUT.
023900     IF WS-OPER-INPUT = SPACES
024000         MOVE 'Y' TO WS-QUIT-SW
024100         GO TO 2000-EXIT
024200     END-IF.
024300     DISPLAY "Password: " WITH NO ADVANCING.
024400     ACCEPT WS-PW-INPUT.
024500     MOVE WS-OPER-INPUT TO PW-OPER-ID.
024600     MOVE WS-PW-INPUT   TO PW-PASSWORD.
024700     MOVE SPACES        TO WS-PW-INPUT.
024800     CALL "PWHASH" USING WS-PWPARM.
024900     MOVE SPACES TO PW-PASSWORD.
025000     MOVE WS-OPER-INPUT TO OP-OPER-ID.
025100     READ OPERATOR-FILE
025200         INVALID KEY
025300             MOVE 'N' TO WS-FOUND-SW
025400         NOT INVALID KEY
025500             MOVE 'Y' TO WS-FOUND-SW
025600     END-READ.
025700     IF NOT OPERATOR-FOUND
025800         MOVE 'W'      TO KLOG-SEVERITY
025900         MOVE "SEC001" TO KLOG-MSG-CODE
026000         MOVE SPACES   TO KLOG-MSG-TEXT
026100         STRING "SIGN-ON REFUSED - UNKNOWN ID "
026200             DELIMITED BY SIZE
026300             WS-OPER-INPUT DELIMITED BY SIZE
026400             INTO KLOG-MSG-TEXT
026500         PERFORM 7000-LOG THRU 7000-EXIT
026600         DISPLAY "SIGN-ON REFUSED"
026700         GO TO 2800-REFUSED
026800     END-IF.
026900     IF NOT OP-ACTIVE
027000         MOVE 'W'      TO KLOG-SEVERITY
027100         MOVE "SEC002" TO KLOG-MSG-CODE
027200         MOVE SPACES   TO KLOG-MSG-TEXT
027300         STRING "SIGN-ON REFUSED - INACTIVE "
027400             DELIMITED BY SIZE
027500             OP-OPER-ID DELIMITED BY SIZE
027600             INTO KLOG-MSG-TEXT
027700         PERFORM 7000-LOG THRU 7000-EXIT
027800         DISPLAY "SIGN-ON REFUSED"
027900         GO TO 2800-REFUSED
028000     END-IF.
028100     IF OP-LOCKED-OUT
028200         MOVE 'W'      TO KLOG-SEVERITY
028300         MOVE "SEC003" TO KLOG-MSG-CODE
028400         MOVE SPACES   TO KLOG-MSG-TEXT
028500         STRING "SIGN-ON REFUSED - LOCKED OUT "
028600             DELIMITED BY SIZE
028700             OP-OPER-ID DELIMITED BY SIZE
028800             INTO KLOG-MSG-TEXT
028900         PERFORM 7000-LOG THRU 7000-EXIT
029000         DISPLAY "SIGN-ON REFUSED"
029100         GO TO 2800-REFUSED
029200     END-IF.
029300     IF PW-HASH NOT = OP-PASSWORD-HASH
029400         PERFORM 2500-BAD-PASSWORD THRU 2500-EXIT
029500         GO TO 2800-REFUSED
029600     END-IF.
029700     IF OP-PW-CHANGED = SPACES
029800         PERFORM 2600-CHANGE-PASSWORD THRU 2600-EXIT
029900     END-IF.
030000     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
030100     MOVE 0            TO OP-FAIL-COUNT.
030200     MOVE WS-CURR-DATE TO OP-LAST-SIGNON.
030300     REWRITE OPERATOR-RECORD.
030400     IF NOT WS-OPER-OK
030500         DISPLAY "OPERSEC REWRITE FAILED, STATUS = "
030600             WS-OPER-STATUS
030700     END-IF.
030800     MOVE 'I'      TO KLOG-SEVERITY.
030900     MOVE "SEC006" TO KLOG-MSG-CODE.
031000     MOVE SPACES   TO KLOG-MSG-TEXT.
031100     STRING "SIGNED ON - " DELIMITED BY SIZE
031200         OP-OPER-ID DELIMITED BY SIZE
031300         " ROLE " DELIMITED BY SIZE
031400         OP-ROLE DELIMITED BY SIZE
031500         INTO KLOG-MSG-TEXT.
031600     PERFORM 7000-LOG THRU 7000-EXIT.
031700     PERFORM 2900-SIGNED-ON THRU 2900-EXIT.
031800     GO TO 2000-EXIT.
031900 2800-REFUSED.
032000     ADD 1 TO WS-REFUSED-COUNT.
032100     IF WS-REFUSED-COUNT NOT < WS-REFUSED-LIMIT
032200         MOVE 'W'      TO KLOG-SEVERITY
032300         MOVE "SEC008" TO KLOG-MSG-CODE
032400         MOVE "SIGN-ON SCREEN CLOSED AFTER 5 REFUSALS"
032500             TO KLOG-MSG-TEXT
032600         PERFORM 7000-LOG THRU 7000-EXIT
032700         DISPLAY "TOO MANY REFUSED SIGN-ONS - KIOSK CLOSED"
032800         MOVE 'Y' TO WS-QUIT-SW
032900     END-IF.
033000 2000-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------*
033400* 2500-BAD-PASSWORD - COUNT THE FAILURE ON THE OPERATOR'S   *
033500* RECORD.  THE THIRD IN A ROW LOCKS THE OPERATOR OUT AND IS *
033600* AN 'E' ON KIOSKLOG; A GOOD SIGN-ON CLEARS THE COUNT.      *
033700*----------------------------------------------------------*
033800 2500-BAD-PASSWORD.
033900     ADD 1 TO OP-FAIL-COUNT.
034000     REWRITE OPERATOR-RECORD.
034100     IF NOT WS-OPER-OK
034200         DISPLAY "OPERSEC REWRITE FAILED, STATUS = "
034300             WS-OPER-STATUS
034400     END-IF.
034500     MOVE SPACES TO KLOG-MSG-TEXT.
034600     IF OP-LOCKED-OUT
034700         MOVE 'E'      TO KLOG-SEVERITY
034800         MOVE "SEC004" TO KLOG-MSG-CODE
034900         STRING "LOCKED OUT - 3 BAD PASSWORDS - "
035000             DELIMITED BY SIZE
035100             OP-OPER-ID DELIMITED BY SIZE
035200             INTO KLOG-MSG-TEXT
035300     ELSE
035400         MOVE 'W'      TO KLOG-SEVERITY
035500         MOVE "SEC005" TO KLOG-MSG-CODE
035600         STRING "SIGN-ON REFUSED - BAD PASSWORD "
035700             DELIMITED BY SIZE
035800             OP-OPER-ID DELIMITED BY SIZE
035900             INTO KLOG-MSG-TEXT
036000     END-IF.
036100     PERFORM 7000-LOG THRU 7000-EXIT.
036200     DISPLAY "SIGN-ON REFUSED".
036300 2500-EXIT.
036400     EXIT.
036500
036600*----------------------------------------------------------*
036700* 2600-CHANGE-PASSWORD - THE OPERATOR IS ON A TEMPORARY     *
036800* PASSWORD, SO A NEW ONE IS CHOSEN BEFORE THE MENU OPENS.   *
036900*----------------------------------------------------------*
037000 2600-CHANGE-PASSWORD.
037100     DISPLAY "YOUR PASSWORD IS TEMPORARY - CHOOSE A NEW ONE".
037200     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE.
037300     MOVE OP-OPER-ID TO WS-OPER-INPUT.
037400     PERFORM 3000-NEW-PASSWORD THRU 3000-EXIT.
037500     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
037600     MOVE WS-NEW-HASH  TO OP-PASSWORD-HASH.
037700     MOVE WS-CURR-DATE TO OP-PW-CHANGED.
037800     MOVE 0            TO OP-FAIL-COUNT.
037900     MOVE WS-CURR-DATE TO OP-LAST-SIGNON.
038000     MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE.
038100     MOVE 'P' TO WS-AUDIT-ACTION.
038200     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
038300     MOVE 'I'      TO KLOG-SEVERITY.
038400     MOVE "SEC011" TO KLOG-MSG-CODE.
038500     MOVE SPACES   TO KLOG-MSG-TEXT.
038600     STRING "PASSWORD CHANGED BY " DELIMITED BY SIZE
038700         OP-OPER-ID DELIMITED BY SIZE
038800         INTO KLOG-MSG-TEXT.
038900     PERFORM 7000-LOG THRU 7000-EXIT.
039000 2600-EXIT.
039100     EXIT.
039200
039300 2900-SIGNED-ON.
039400     MOVE OP-OPER-ID TO SO-OPER-ID.
039500     MOVE OP-NAME    TO SO-OPER-NAME.
039600     MOVE OP-ROLE    TO SO-ROLE.
039700     MOVE 'Y'        TO SO-RESULT.
039800 2900-EXIT.
039900     EXIT.
040000
040100*----------------------------------------------------------*
040200* 3000-NEW-PASSWORD - KEY A NEW PASSWORD TWICE FOR THE      *
040300* OPERATOR IN WS-OPER-INPUT AND HAND BACK ITS HASH IN       *
040400* WS-NEW-HASH.  OP-PASSWORD-HASH STILL HOLDS THE OLD HASH   *
040500* (SPACES FOR A NEW OPERATOR) FOR THE MUST-DIFFER RULE.     *
040600*----------------------------------------------------------*
040700 3000-NEW-PASSWORD.
040800     DISPLAY "New password (6-16 characters, no spaces): "
040900         WITH NO ADVANCING.
041000     ACCEPT WS-PW-INPUT.
041100     MOVE 0 TO WS-PW-LENGTH.
041200     MOVE 0 TO WS-PW-SPACES.
041300     INSPECT WS-PW-INPUT TALLYING WS-PW-LENGTH
041400         FOR CHARACTERS BEFORE INITIAL SPACE.
041500     INSPECT WS-PW-INPUT TALLYING WS-PW-SPACES FOR ALL SPACE.
041600*    EVERY SPACE MUST BE TRAILING PADDING, SO THE CHARACTERS
041700*    BEFORE THE FIRST SPACE AND THE SPACES ADD UP TO 16.
041800     IF WS-PW-LENGTH < 6
041900         OR WS-PW-LENGTH + WS-PW-SPACES NOT = 16
042000         DISPLAY "PASSWORD MUST BE 6-16 CHARACTERS, NO SPACES"
042100         GO TO 3000-NEW-PASSWORD
042200     END-IF.
042300     IF WS-PW-INPUT = WS-OPER-INPUT
042400         DISPLAY "PASSWORD MAY NOT BE THE OPERATOR ID"
042500         GO TO 3000-NEW-PASSWORD
042600     END-IF.
042700     DISPLAY "Key it again: " WITH NO ADVANCING.
042800     ACCEPT WS-PW-AGAIN.
042900     IF WS-PW-AGAIN NOT = WS-PW-INPUT
043000         DISPLAY "THE TWO PASSWORDS DO NOT MATCH"
043100         MOVE SPACES TO WS-PW-AGAIN
043200         GO TO 3000-NEW-PASSWORD
043300     END-IF.
043400     MOVE WS-OPER-INPUT TO PW-OPER-ID.
043500     MOVE WS-PW-INPUT   TO PW-PASSWORD.
043600     MOVE SPACES        TO WS-PW-INPUT.
043700     MOVE SPACES        TO WS-PW-AGAIN.
043800     CALL "PWHASH" USING WS-PWPARM.
043900     MOVE SPACES TO PW-PASSWORD.
044000     IF PW-HASH = OP-PASSWORD-HASH
044100         DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
044200         GO TO 3000-NEW-PASSWORD
044300     END-IF.
044400     MOVE PW-HASH TO WS-NEW-HASH.
044500 3000-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------*
044900* 6000-WRITE-AUDIT - ONE OPERAUD ROW, HASH MASKED IN BOTH   *
045000* IMAGES.  THE OPERATOR IS THEIR OWN USER HERE.             *
045100*----------------------------------------------------------*
045200 6000-WRITE-AUDIT.
045300     IF WS-BEFORE-IMAGE (33:10) NOT = SPACES
045400         MOVE ALL '*' TO WS-BEFORE-IMAGE (33:10)
045500     END-IF.
045600     IF WS-AFTER-IMAGE (33:10) NOT = SPACES
045700         MOVE ALL '*' TO WS-AFTER-IMAGE (33:10)
045800     END-IF.
045900     OPEN EXTEND OPERATOR-AUDIT-FILE.
046000     IF WS-AUDIT-NOT-FOUND
046100         OPEN OUTPUT OPERATOR-AUDIT-FILE
046200     END-IF.
046300     IF NOT WS-AUDIT-OK
046400         DISPLAY "OPERAUD OPEN FAILED, STATUS = "
046500             WS-AUDIT-STATUS
046600         GO TO 6000-EXIT
046700     END-IF.
046800     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
046900     ACCEPT WS-CURR-TIME FROM TIME.
047000     MOVE SPACES          TO OPERATOR-AUDIT-RECORD.
047100     MOVE WS-CURR-DATE    TO OA-DATE.
047200     MOVE WS-CURR-TIME    TO OA-TIME.
047300     MOVE OP-OPER-ID      TO OA-USER.
047400     MOVE WS-AUDIT-ACTION TO OA-ACTION.
047500     MOVE OP-OPER-ID      TO OA-OPER-ID.
047600     MOVE WS-BEFORE-IMAGE TO OA-BEFORE-IMAGE.
047700     MOVE WS-AFTER-IMAGE  TO OA-AFTER-IMAGE.
047800     WRITE OPERATOR-AUDIT-RECORD.
047900     IF NOT WS-AUDIT-OK
048000         DISPLAY "OPERAUD WRITE FAILED, STATUS = "
048100             WS-AUDIT-STATUS
048200     END-IF.
048300     CLOSE OPERATOR-AUDIT-FILE.
048400 6000-EXIT.
048500     EXIT.
048600
048700 7000-LOG.
048800     MOVE "OPERSIGN" TO KLOG-PROGRAM.
048900     MOVE SPACES     TO KLOG-MEMBER-ID.
049000     CALL "KLOGWRT" USING WS-KLOG.
049100 7000-EXIT.
049200     EXIT.
