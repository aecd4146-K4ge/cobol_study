000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPERMNT.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  OPERATOR SECURITY MAINTENANCE
001000*                      FROM THE KIOSK MENU, MANAGERS ONLY.
001100*                      A(DD) AN OPERATOR WITH A NAME, A ROLE
001200*                      (M, C OR I) AND A TEMPORARY PASSWORD;
001300*                      C(HANGE) THE NAME, ROLE OR ACTIVE
001400*                      FLAG; R(ESET) A FORGOTTEN PASSWORD TO
001500*                      A NEW TEMPORARY ONE, WHICH ALSO LIFTS
001600*                      A LOCKOUT; L(IST) EVERY OPERATOR.  A
001700*                      TEMPORARY PASSWORD MUST BE CHANGED AT
001800*                      THE NEXT SIGN-ON (OPERSIGN).  THERE IS
001900*                      NO DELETE - A LEAVER IS MADE INACTIVE
002000*                      SO OLD AUDIT TRAILS STILL NAME THEM -
002100*                      AND A MANAGER MAY NOT DEMOTE OR
002200*                      DEACTIVATE THEMSELVES, SO THE CLUB IS
002300*                      NEVER LEFT WITHOUT ONE BY ACCIDENT.
002400*                      KEYED READ AND WRITE/REWRITE ON THE
002500*                      OPERSEC KSDS AS MEMMAINT DOES ON
002600*                      MEMMAST; EVERY APPLIED ACTION GETS A
002700*                      BEFORE/AFTER IMAGE ON OPERAUD, HASH
002800*                      MASKED, STAMPED WITH DATE, TIME AND
002900*                      THE SIGNED-ON MANAGER.  A RESET IS
003000*                      ALSO LOGGED ON KIOSKLOG.
003016*   2026-10-15  KAGE   APPLY-FAIL SWITCH CLEARED ON EVERY
003033*                      CALL - THE KIOSK DRIVER KEEPS
003050*                      WORKING STORAGE, SO ONE REFUSED
003066*                      CHANGE MADE EVERY LATER CALL REPORT
003083*                      MAINTENANCE NOT APPLIED.
003100*----------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS OP-OPER-ID
004000         FILE STATUS IS WS-OPER-STATUS.
004100
004200     SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUD"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OPERATOR-FILE.
004900 01  OPERATOR-RECORD.
005000     COPY OPERREC.
005100
005200 FD  OPERATOR-AUDIT-FILE.
005300 01  OPERATOR-AUDIT-RECORD.
005400     COPY OPERAUD.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-USER-ID              PIC X(08).
005800 01  WS-ACTION               PIC X(01).
005900     88 ACTION-ADD           VALUE 'A'.
006000     88 ACTION-CHANGE        VALUE 'C'.
006100     88 ACTION-RESET         VALUE 'R'.
006200     88 ACTION-LIST          VALUE 'L'.
006300     88 ACTION-VALID         VALUE 'A' 'C' 'R' 'L'.
006400
006500 01  WS-SEARCH-ID            PIC X(08).
006600 01  WS-NAME-INPUT           PIC X(20).
006700 01  WS-ROLE-INPUT           PIC X(01).
006800     88 ROLE-INPUT-VALID     VALUE 'M' 'C' 'I'.
006900 01  WS-ACTIVE-INPUT         PIC X(01).
007000     88 ACTIVE-INPUT-VALID   VALUE 'Y' 'N'.
007100 01  WS-PW-INPUT             PIC X(16).
007200 01  WS-PW-AGAIN             PIC X(16).
007300
007400 01  WS-PWPARM.
007500     COPY PWPARM.
007600
007700 01  WS-KLOG.
007800     COPY KLOGREC.
007900
008000 01  WS-BEFORE-IMAGE         PIC X(64).
008100 01  WS-AFTER-IMAGE          PIC X(64).
008200
008300 01  WS-LIST-LINE.
008400     05 LL-OPER-ID           PIC X(08).
008500     05 FILLER               PIC X(02) VALUE SPACES.
008600     05 LL-NAME              PIC X(20).
008700     05 FILLER               PIC X(02) VALUE SPACES.
008800     05 LL-ROLE              PIC X(01).
008900     05 FILLER               PIC X(04) VALUE SPACES.
009000     05 LL-ACTIVE            PIC X(01).
009100     05 FILLER               PIC X(04) VALUE SPACES.
009200     05 LL-LAST-SIGNON       PIC X(08).
009300     05 FILLER               PIC X(02) VALUE SPACES.
009400     05 LL-NOTE              PIC X(18).
009500
009600 01  WS-SWITCHES.
009700     05 WS-OPER-STATUS       PIC X(02).
009800         88 WS-OPER-OK       VALUE '00'.
009900         88 WS-OPER-EOF      VALUE '10'.
010000         88 WS-OPER-NOT-FOUND VALUE '35'.
010100     05 WS-AUDIT-STATUS      PIC X(02).
010200         88 WS-AUDIT-OK      VALUE '00'.
010300         88 WS-AUDIT-NOT-FOUND VALUE '35'.
010400     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
010500         88 OPERATOR-FOUND   VALUE 'Y'.
010600     05 WS-EMPTY-SW          PIC X(01) VALUE 'N'.
010700         88 OPERSEC-EMPTY    VALUE 'Y'.
010800     05 WS-APPLY-FAIL-SW     PIC X(01) VALUE 'N'.
010900         88 APPLY-FAILED     VALUE 'Y'.
011000
011100 77  WS-PW-SPACES            PIC 9(04) COMP VALUE 0.
011200 77  WS-PW-LENGTH            PIC 9(04) COMP VALUE 0.
011300 77  WS-LIST-COUNT           PIC 9(04) COMP VALUE 0.
011400 01  WS-COUNT-EDIT           PIC Z,ZZ9.
011500
011600 01  WS-CURRENT-DATE-TIME.
011700     05 WS-CURR-DATE         PIC X(08).
011800     05 WS-CURR-TIME         PIC X(06).
011900
012000 LINKAGE SECTION.
012100 01  SIGNON-PARM.
012200     COPY SIGNON.
012300
012400 PROCEDURE DIVISION USING SIGNON-PARM.
012500 0000-MAINLINE.
012550     MOVE 'N' TO WS-APPLY-FAIL-SW.
012600     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
012700     PERFORM 1100-GET-ACTION THRU 1100-EXIT.
012800     IF ACTION-LIST
012900         PERFORM 5000-LIST-OPERATORS THRU 5000-EXIT
013000         GO TO 0000-GOBACK
013100     END-IF.
013200     PERFORM 1200-GET-OPER-ID THRU 1200-EXIT.
013300     PERFORM 2000-OPEN-AND-LOOKUP THRU 2000-EXIT.
013400     IF ACTION-ADD AND OPERATOR-FOUND
013500         DISPLAY "OPERATOR " WS-SEARCH-ID " ALREADY ON FILE - "
013600             "USE C TO CHANGE IT"
013700         GO TO 0000-CLOSE
013800     END-IF.
013900     IF NOT ACTION-ADD AND NOT OPERATOR-FOUND
014000         DISPLAY "NO OPERATOR " WS-SEARCH-ID " ON FILE"
014100         GO TO 0000-CLOSE
014200     END-IF.
014300     EVALUATE TRUE
014400         WHEN ACTION-ADD
014500             PERFORM 3000-GATHER-NEW THRU 3000-EXIT
014600         WHEN ACTION-CHANGE
014700             PERFORM 3500-GATHER-CHANGE THRU 3500-EXIT
014800         WHEN ACTION-RESET
014900             PERFORM 3800-GATHER-RESET THRU 3800-EXIT
015000     END-EVALUATE.
015100     IF APPLY-FAILED
015200         DISPLAY "MAINTENANCE NOT APPLIED FOR OPERATOR "
015300             WS-SEARCH-ID
015400         GO TO 0000-CLOSE
015500     END-IF.
015600     PERFORM 4000-APPLY-TO-OPERSEC THRU 4000-EXIT.
015700     IF APPLY-FAILED
015800         DISPLAY "MAINTENANCE NOT APPLIED FOR OPERATOR "
015900             WS-SEARCH-ID
016000         GO TO 0000-CLOSE
016100     END-IF.
016200     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
016300     IF ACTION-RESET
016400         PERFORM 6500-LOG-RESET THRU 6500-EXIT
016500     END-IF.
016600     DISPLAY "MAINTENANCE APPLIED FOR OPERATOR " WS-SEARCH-ID.
016700 0000-CLOSE.
016800     CLOSE OPERATOR-FILE.
016900 0000-GOBACK.
017000     GOBACK.
017100
017200*----------------------------------------------------------*
017300* 1000-GET-USER-ID - THE SIGNED-ON OPERATOR, FROM KIOSKDRV. *
017400* THE MENU ONLY OFFERS THIS PROGRAM TO MANAGERS, BUT IT     *
017500* CHECKS AGAIN IN CASE IT IS EVER CALLED FROM ELSEWHERE.    *
017600*----------------------------------------------------------*
017700 1000-GET-USER-ID.
017800     MOVE SO-OPER-ID TO WS-USER-ID.
017900     IF NOT SO-SIGNED-ON OR NOT SO-MANAGER
018000         DISPLAY "OPERATOR MAINTENANCE IS FOR MANAGERS ONLY"
018100         GOBACK
018200     END-IF.
018300 1000-EXIT.
018400     EXIT.
018500
018600 1100-GET-ACTION.
018700     DISPLAY "Action - A(dd), C(hange), R(eset password), "
018800         "L(ist): " WITH NO ADVANCING.
018900     ACCEPT WS-ACTION.
019000     IF NOT ACTION-VALID
019100         DISPLAY "INVALID ACTION - ENTER A, C, R OR L"
019200         GO TO 1100-GET-ACTION
019300     END-IF.
019400 1100-EXIT.
019500     EXIT.
019600
019700 1200-GET-OPER-ID.
019800     DISPLAY "Operator ID: " WITH NO ADVANCING.
019900     ACCEPT WS-SEARCH-ID.
020000     IF WS-SEARCH-ID = SPACES
020100         DISPLAY "OPERATOR ID MAY NOT BE BLANK"
020200         GO TO 1200-GET-OPER-ID
020300     END-IF.
020400 1200-EXIT.
020500     EXIT.
020600
020700*----------------------------------------------------------*
020800* 2000-OPEN-AND-LOOKUP - OPEN OPERSEC FOR UPDATE AND DO ONE *
020900* KEYED READ, KEEPING A BEFORE IMAGE.  THE SIGN-ON ALWAYS   *
021000* RUNS FIRST, SO OPERSEC IS NORMALLY THERE; A MISSING FILE  *
021100* IS CREATED EMPTY FOR AN ADD, AS MEMMAINT DOES.            *
021200*----------------------------------------------------------*
021300 2000-OPEN-AND-LOOKUP.
021400     MOVE 'N' TO WS-FOUND-SW.
021500     MOVE 'N' TO WS-EMPTY-SW.
021600     MOVE SPACES TO WS-BEFORE-IMAGE.
021700     OPEN I-O OPERATOR-FILE.
021800     IF WS-OPER-NOT-FOUND
021900         IF NOT ACTION-ADD
022000             DISPLAY "NO OPERATOR FILE - NOTHING TO CHANGE"
022100             GOBACK
022200         END-IF
022300         MOVE 'Y' TO WS-EMPTY-SW
022400         OPEN OUTPUT OPERATOR-FILE
022500     END-IF.
022600     IF NOT WS-OPER-OK
022700         DISPLAY "OPERSEC OPEN FAILED, STATUS = "
022800             WS-OPER-STATUS
022900         GOBACK
023000     END-IF.
023100     IF OPERSEC-EMPTY
023200         GO TO 2000-EXIT
023300     END-IF.
023400     MOVE WS-SEARCH-ID TO OP-OPER-ID.
023500     READ OPERATOR-FILE
023600         INVALID KEY
023700             MOVE 'N' TO WS-FOUND-SW
023800         NOT INVALID KEY
023900             MOVE 'Y' TO WS-FOUND-SW
024000             MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
024100             PERFORM 5200-FORMAT-LINE THRU 5200-EXIT
024200             DISPLAY "ON FILE: " WS-LIST-LINE
024300     END-READ.
024400 2000-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------*
024800* 3000-GATHER-NEW - A NEW OPERATOR: NAME, ROLE AND A        *
024900* TEMPORARY PASSWORD.  ACTIVE, NO FAILURES, NEVER SIGNED    *
025000* ON, AND A BLANK PASSWORD-CHANGED DATE SO OPERSIGN MAKES   *
025100* THEM CHOOSE THEIR OWN PASSWORD FIRST TIME IN.             *
025200*----------------------------------------------------------*
025300 3000-GATHER-NEW.
025400     MOVE SPACES TO OPERATOR-RECORD.
025500     MOVE SPACES TO WS-NAME-INPUT.
025600     MOVE SPACES TO WS-ROLE-INPUT.
025700     MOVE WS-SEARCH-ID TO OP-OPER-ID.
025800     PERFORM 3100-GET-NAME THRU 3100-EXIT
025900         UNTIL WS-NAME-INPUT NOT = SPACES.
026000     MOVE WS-NAME-INPUT TO OP-NAME.
026100     PERFORM 3200-GET-ROLE THRU 3200-EXIT
026200         UNTIL ROLE-INPUT-VALID.
026300     MOVE WS-ROLE-INPUT TO OP-ROLE.
026400     MOVE 'Y' TO OP-ACTIVE-SW.
026500     MOVE 0   TO OP-FAIL-COUNT.
026600     PERFORM 3900-TEMP-PASSWORD THRU 3900-EXIT.
026700 3000-EXIT.
026800     EXIT.
026900
027000 3100-GET-NAME.
027100     DISPLAY "Operator name: " WITH NO ADVANCING.
027200     ACCEPT WS-NAME-INPUT.
027300     IF WS-NAME-INPUT = SPACES AND ACTION-ADD
027400         DISPLAY "NAME MAY NOT BE BLANK"
027500     END-IF.
027600 3100-EXIT.
027700     EXIT.
027800
027900 3200-GET-ROLE.
028000     DISPLAY "Role - M(anager), C(lerk), I(nstructor): "
028100         WITH NO ADVANCING.
028200     ACCEPT WS-ROLE-INPUT.
028300     IF NOT ROLE-INPUT-VALID
028400         AND (WS-ROLE-INPUT NOT = SPACE OR ACTION-ADD)
028500         DISPLAY "INVALID ROLE - ENTER M, C OR I"
028600     END-IF.
028700 3200-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------*
029100* 3500-GATHER-CHANGE - NAME, ROLE AND ACTIVE FLAG; A BLANK  *
029200* ANSWER KEEPS WHAT IS ON FILE.  A MANAGER CANNOT TAKE      *
029300* THEIR OWN MANAGER ROLE AWAY OR MAKE THEMSELVES INACTIVE.  *
029400* MAKING AN OPERATOR ACTIVE AGAIN DOES NOT LIFT A LOCKOUT - *
029500* THAT IS WHAT R IS FOR.                                    *
029600*----------------------------------------------------------*
029700 3500-GATHER-CHANGE.
029800     DISPLAY "BLANK KEEPS THE VALUE ON FILE".
029900     PERFORM 3100-GET-NAME THRU 3100-EXIT.
030000     IF WS-NAME-INPUT NOT = SPACES
030100         MOVE WS-NAME-INPUT TO OP-NAME
030200     END-IF.
030300     MOVE 'X' TO WS-ROLE-INPUT.
030400     PERFORM 3200-GET-ROLE THRU 3200-EXIT
030500         UNTIL ROLE-INPUT-VALID OR WS-ROLE-INPUT = SPACE.
030600     IF WS-ROLE-INPUT NOT = SPACE
030700         MOVE WS-ROLE-INPUT TO OP-ROLE
030800     END-IF.
030900     MOVE 'X' TO WS-ACTIVE-INPUT.
031000     PERFORM 3600-GET-ACTIVE THRU 3600-EXIT
031100         UNTIL ACTIVE-INPUT-VALID OR WS-ACTIVE-INPUT = SPACE.
031200     IF WS-ACTIVE-INPUT NOT = SPACE
031300         MOVE WS-ACTIVE-INPUT TO OP-ACTIVE-SW
031400     END-IF.
031500     IF WS-SEARCH-ID = WS-USER-ID
031600         AND (NOT OP-MANAGER OR NOT OP-ACTIVE)
031700         DISPLAY "YOU MAY NOT DEMOTE OR DEACTIVATE YOURSELF"
031800         MOVE 'Y' TO WS-APPLY-FAIL-SW
031900         GO TO 3500-EXIT
032000     END-IF.
032100     IF OPERATOR-RECORD = WS-BEFORE-IMAGE
032200         DISPLAY "NOTHING CHANGED"
032300         MOVE 'Y' TO WS-APPLY-FAIL-SW
032400     END-IF.
032500 3500-EXIT.
032600     EXIT.
032700
032800 3600-GET-ACTIVE.
032900     DISPLAY "Active - Y or N: " WITH NO ADVANCING.
033000     ACCEPT WS-ACTIVE-INPUT.
033100     IF NOT ACTIVE-INPUT-VALID AND WS-ACTIVE-INPUT NOT = SPACE
033200         DISPLAY "INVALID ANSWER - ENTER Y OR N"
033300     END-IF.
033400 3600-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------*
033800* 3800-GATHER-RESET - A NEW TEMPORARY PASSWORD, WHICH ALSO  *
033900* CLEARS THE FAILURE COUNT AND SO LIFTS A LOCKOUT.          *
034000*----------------------------------------------------------*
034100 3800-GATHER-RESET.
034200     PERFORM 3900-TEMP-PASSWORD THRU 3900-EXIT.
034300     MOVE 0 TO OP-FAIL-COUNT.
034400 3800-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------*
034800* 3900-TEMP-PASSWORD - KEY A TEMPORARY PASSWORD TWICE, SAME *
034900* RULES AS OPERSIGN (6-16 CHARACTERS, NO SPACES, NOT THE    *
035000* OPERATOR ID), STORE ITS HASH AND BLANK THE PASSWORD-      *
035100* CHANGED DATE SO IT MUST BE REPLACED AT THE NEXT SIGN-ON.  *
035200*----------------------------------------------------------*
035300 3900-TEMP-PASSWORD.
035400     DISPLAY "Temporary password (6-16 characters, no spaces): "
035500         WITH NO ADVANCING.
035600     ACCEPT WS-PW-INPUT.
035700     MOVE 0 TO WS-PW-LENGTH.
035800     MOVE 0 TO WS-PW-SPACES.
035900     INSPECT WS-PW-INPUT TALLYING WS-PW-LENGTH
036000         FOR CHARACTERS BEFORE INITIAL SPACE.
036100     INSPECT WS-PW-INPUT TALLYING WS-PW-SPACES FOR ALL SPACE.
036200     IF WS-PW-LENGTH < 6
036300         OR WS-PW-LENGTH + WS-PW-SPACES NOT = 16
036400         DISPLAY "PASSWORD MUST BE 6-16 CHARACTERS, NO SPACES"
036500         GO TO 3900-TEMP-PASSWORD
036600     END-IF.
036700     IF WS-PW-INPUT = WS-SEARCH-ID
036800         DISPLAY "PASSWORD MAY NOT BE THE OPERATOR ID"
036900         GO TO 3900-TEMP-PASSWORD
037000     END-IF.
037100     DISPLAY "Key it again: " WITH NO ADVANCING.
037200     ACCEPT WS-PW-AGAIN.
037300     IF WS-PW-AGAIN NOT = WS-PW-INPUT
037400         DISPLAY "THE TWO PASSWORDS DO NOT MATCH"
037500         MOVE SPACES TO WS-PW-AGAIN
037600         GO TO 3900-TEMP-PASSWORD
037700     END-IF.
037800     MOVE WS-SEARCH-ID TO PW-OPER-ID.
037900     MOVE WS-PW-INPUT  TO PW-PASSWORD.
038000     MOVE SPACES       TO WS-PW-INPUT.
038100     MOVE SPACES       TO WS-PW-AGAIN.
038200     CALL "PWHASH" USING WS-PWPARM.
038300     MOVE SPACES  TO PW-PASSWORD.
038400     MOVE PW-HASH TO OP-PASSWORD-HASH.
038500     MOVE SPACES  TO OP-PW-CHANGED.
038600 3900-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------*
039000* 4000-APPLY-TO-OPERSEC - WRITE THE NEW OPERATOR OR REWRITE *
039100* THE CHANGED ONE.  A FAILURE LEAVES THE FILE AS IT WAS.    *
039200*----------------------------------------------------------*
039300 4000-APPLY-TO-OPERSEC.
039400     IF ACTION-ADD
039500         WRITE OPERATOR-RECORD
039600     ELSE
039700         REWRITE OPERATOR-RECORD
039800     END-IF.
039900     IF NOT WS-OPER-OK
040000         DISPLAY "OPERSEC UPDATE FAILED, STATUS = "
040100             WS-OPER-STATUS
040200         MOVE 'Y' TO WS-APPLY-FAIL-SW
040300     END-IF.
040400 4000-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------*
040800* 5000-LIST-OPERATORS - EVERY OPERATOR IN ID ORDER WITH     *
040900* ROLE, ACTIVE FLAG, LAST SIGN-ON AND ANY LOCKOUT OR        *
041000* TEMPORARY PASSWORD.  READ-ONLY.                           *
041100*----------------------------------------------------------*
041200 5000-LIST-OPERATORS.
041300     MOVE 0 TO WS-LIST-COUNT.
041400     OPEN INPUT OPERATOR-FILE.
041500     IF WS-OPER-NOT-FOUND
041600         DISPLAY "NO OPERATOR FILE"
041700         GO TO 5000-EXIT
041800     END-IF.
041900     IF NOT WS-OPER-OK
042000         DISPLAY "OPERSEC OPEN FAILED, STATUS = "
042100             WS-OPER-STATUS
042200         GO TO 5000-EXIT
042300     END-IF.
042400     DISPLAY "OPERATOR  NAME                  ROLE ACT  "
042500         "LAST ON   NOTE".
042600     PERFORM 5100-LIST-ONE THRU 5100-EXIT
042700         UNTIL WS-OPER-EOF.
042800     CLOSE OPERATOR-FILE.
042900     MOVE WS-LIST-COUNT TO WS-COUNT-EDIT.
043000     DISPLAY WS-COUNT-EDIT " OPERATORS ON FILE".
043100 5000-EXIT.
043200     EXIT.
043300
043400 5100-LIST-ONE.
043500     READ OPERATOR-FILE NEXT RECORD
043600         AT END
043700             GO TO 5100-EXIT
043800     END-READ.
043900     ADD 1 TO WS-LIST-COUNT.
044000     PERFORM 5200-FORMAT-LINE THRU 5200-EXIT.
044100     DISPLAY WS-LIST-LINE.
044200 5100-EXIT.
044300     EXIT.
044400
044500 5200-FORMAT-LINE.
044600     MOVE OP-OPER-ID     TO LL-OPER-ID.
044700     MOVE OP-NAME        TO LL-NAME.
044800     MOVE OP-ROLE        TO LL-ROLE.
044900     MOVE OP-ACTIVE-SW   TO LL-ACTIVE.
045000     MOVE OP-LAST-SIGNON TO LL-LAST-SIGNON.
045100     MOVE SPACES         TO LL-NOTE.
045200     IF OP-PW-CHANGED = SPACES
045300         MOVE "TEMPORARY PASSWORD" TO LL-NOTE
045400     END-IF.
045500     IF OP-LOCKED-OUT
045600         MOVE "LOCKED OUT" TO LL-NOTE
045700     END-IF.
045800 5200-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------*
046200* 6000-WRITE-AUDIT - ONE OPERAUD ROW FOR THE APPLIED        *
046300* ACTION, HASH MASKED IN BOTH IMAGES.                       *
046400*----------------------------------------------------------*
046500 6000-WRITE-AUDIT.
046600     MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE.
046700     IF WS-BEFORE-IMAGE (33:10) NOT = SPACES
046800         MOVE ALL '*' TO WS-BEFORE-IMAGE (33:10)
046900     END-IF.
047000     IF WS-AFTER-IMAGE (33:10) NOT = SPACES
047100         MOVE ALL '*' TO WS-AFTER-IMAGE (33:10)
047200     END-IF.
047300     OPEN EXTEND OPERATOR-AUDIT-FILE.
047400     IF WS-AUDIT-NOT-FOUND
047500         OPEN OUTPUT OPERATOR-AUDIT-FILE
047600     END-IF.
047700     IF NOT WS-AUDIT-OK
047800         DISPLAY "OPERAUD OPEN FAILED, STATUS = "
047900             WS-AUDIT-STATUS
048000         GO TO 6000-EXIT
048100     END-IF.
048200     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
048300     ACCEPT WS-CURR-TIME FROM TIME.
048400     MOVE SPACES          TO OPERATOR-AUDIT-RECORD.
048500     MOVE WS-CURR-DATE    TO OA-DATE.
048600     MOVE WS-CURR-TIME    TO OA-TIME.
048700     MOVE WS-USER-ID      TO OA-USER.
048800     MOVE WS-ACTION       TO OA-ACTION.
048900     MOVE WS-SEARCH-ID    TO OA-OPER-ID.
049000     MOVE WS-BEFORE-IMAGE TO OA-BEFORE-IMAGE.
049100     MOVE WS-AFTER-IMAGE  TO OA-AFTER-IMAGE.
049200     WRITE OPERATOR-AUDIT-RECORD.
049300     IF NOT WS-AUDIT-OK
049400         DISPLAY "OPERAUD WRITE FAILED, STATUS = "
049500             WS-AUDIT-STATUS
049600     END-IF.
049700     CLOSE OPERATOR-AUDIT-FILE.
049800 6000-EXIT.
049900     EXIT.
050000
050100 6500-LOG-RESET.
050200     MOVE "OPERMNT " TO KLOG-PROGRAM.
050300     MOVE SPACES     TO KLOG-MEMBER-ID.
050400     MOVE 'I'        TO KLOG-SEVERITY.
050500     MOVE "SEC012"   TO KLOG-MSG-CODE.
050600     MOVE SPACES     TO KLOG-MSG-TEXT.
050700     STRING "PASSWORD RESET FOR " DELIMITED BY SIZE
050800         WS-SEARCH-ID DELIMITED BY SIZE
050900         " BY " DELIMITED BY SIZE
051000         WS-USER-ID DELIMITED BY SIZE
051100         INTO KLOG-MSG-TEXT.
051200     CALL "KLOGWRT" USING WS-KLOG.
051300 6500-EXIT.
051400     EXIT.
