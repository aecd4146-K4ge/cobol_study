000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SESSNTFY.
000300 AUTHOR. KAGE.
000400 INSTALLATION. WELLNESS-KIOSK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*   2026-10-15  KAGE   NEW.  NIGHTLY MEMBER NOTICE EXTRACT
001000*                      FOR SESSION EXCEPTIONS.  WHEN THE
001100*                      DESK CANCELS ONE SESSION OF A CLASS
001200*                      OR PUTS A SUBSTITUTE ON IT THROUGH
001300*                      CLSMAINT, THE MEMBERS BOOKED ON IT
001400*                      HAD NO WARNING.  TAKES THE BUSINESS
001500*                      DATE'S ACTION S LINES FROM CLSAUDIT
001600*                      (LAST CHANGE WINS PER CLASS AND
001700*                      SESSION DATE), KEEPS THOSE FOR A
001800*                      SESSION STILL TO COME, AND WRITES ONE
001900*                      SESSNOTE ROW PER NET-ENROLLED MEMBER
002000*                      OF THE CLASS (ENRTRANS, ENROLS LESS
002100*                      DROPS, AS CLSROSTR COUNTS THEM) WITH
002200*                      THE NAME FROM THE MASTER AND THE
002300*                      PHONE AND E-MAIL FROM CONTACT, SO THE
002400*                      FRONT DESK CAN CALL OR E-MAIL THEM.
002500*                      AN EXCEPTION REMOVED AFTER MEMBERS
002600*                      WERE TOLD GOES OUT AS REINSTATED; ONE
002700*                      KEYED AND REMOVED THE SAME DAY GOES
002800*                      OUT AS NOTHING.
002820*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
002840*                      THE CLASS RUNS AT (RECORD 51 TO 54,
002860*                      APPENDED; BLANK IS SITE 01; CLSAUDIT
002880*                      IMAGES 51 TO 54).
002900*----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CLASS-AUDIT-FILE ASSIGN TO "CLSAUDIT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AUDIT-STATUS.
003700
003800     SELECT CLASS-SCHEDULE-FILE ASSIGN TO "CLASSES"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CLASS-STATUS.
004100
004200     SELECT ENROLL-TRANS-FILE ASSIGN TO "ENRTRANS"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ENROLL-STATUS.
004500
004600     SELECT ENROLL-SORTED-FILE ASSIGN TO "NTCSORT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SORTED-STATUS.
004900
005000     SELECT ENROLL-SORT-WORK ASSIGN TO "SORTWK01".
005100
005200     SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS MEMBER-ID
005600         FILE STATUS IS WS-MASTER-STATUS.
005700
005800     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CT-MEMBER-ID
006200         FILE STATUS IS WS-CONTACT-STATUS.
006300
006400     SELECT NOTICE-FILE ASSIGN TO "SESSNOTE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-NOTICE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CLASS-AUDIT-FILE.
007100 01  CLASS-AUDIT-RECORD.
007200     05 CA-DATE              PIC X(08).
007300     05 FILLER               PIC X(01).
007400     05 CA-TIME              PIC X(06).
007500     05 FILLER               PIC X(01).
007600     05 CA-USER              PIC X(08).
007700     05 FILLER               PIC X(01).
007800     05 CA-ACTION            PIC X(01).
007900         88 CA-SESSION-EXCEPTION VALUE 'S'.
008000     05 FILLER               PIC X(01).
008100     05 CA-CLASS-ID          PIC X(08).
008200     05 FILLER               PIC X(01).
008300     05 CA-BEFORE-IMAGE      PIC X(54).
008400     05 FILLER               PIC X(01).
008500     05 CA-AFTER-IMAGE       PIC X(54).
008600
008700 FD  CLASS-SCHEDULE-FILE.
008800 01  CLASS-SCHEDULE-RECORD.
008900     05 CLS-CLASS-ID         PIC X(08).
009000     05 FILLER               PIC X(01).
009100     05 CLS-DESCRIPTION      PIC X(20).
009200     05 FILLER               PIC X(01).
009300     05 CLS-DAY              PIC X(03).
009400     05 FILLER               PIC X(01).
009500     05 CLS-TIME             PIC X(04).
009600     05 FILLER               PIC X(01).
009700     05 CLS-CAPACITY         PIC 9(03).
009800     05 FILLER               PIC X(01).
009900     05 CLS-INSTRUCTOR       PIC X(08).
009933     05 FILLER               PIC X(01).
009966     05 CLS-SITE             PIC X(02).
010000
010100 FD  ENROLL-TRANS-FILE.
010200 01  ENROLL-TRANS-RECORD     PIC X(49).
010300
010400 FD  ENROLL-SORTED-FILE.
010500 01  ENROLL-SORTED-RECORD.
010600     05 ES-CLASS-ID          PIC X(08).
010700     05 FILLER               PIC X(01).
010800     05 ES-MEMBER-ID         PIC X(20).
010900     05 FILLER               PIC X(01).
011000     05 ES-DATE              PIC X(08).
011100     05 FILLER               PIC X(01).
011200     05 ES-TIME              PIC X(06).
011300     05 FILLER               PIC X(01).
011400     05 ES-ACTION            PIC X(03).
011500         88 ES-ACTION-DROP   VALUE 'DRP'.
011600
011700 SD  ENROLL-SORT-WORK.
011800 01  ENROLL-SORT-RECORD.
011900     05 SW-CLASS-ID          PIC X(08).
012000     05 FILLER               PIC X(01).
012100     05 SW-MEMBER-ID         PIC X(20).
012200     05 FILLER               PIC X(20).
012300
012400 FD  MEMBER-MASTER-FILE.
012500 01  MEMBER-MASTER-RECORD.
012600     COPY MEMBER.
012700
012800 FD  CONTACT-FILE.
012900 01  CONTACT-RECORD.
013000     COPY CONTACT.
013100
013200*----------------------------------------------------------*
013300* SESSNOTE - ONE ROW PER MEMBER TO TELL, 190 BYTES.  NOTICE *
013400* X = SESSION CANCELLED, S = SUBSTITUTE INSTRUCTOR, R =     *
013500* SESSION REINSTATED (RUNS AS SCHEDULED AFTER ALL).         *
013600*----------------------------------------------------------*
013700 FD  NOTICE-FILE.
013800 01  NOTICE-RECORD.
013900     05 SN-NOTICE            PIC X(01).
014000     05 FILLER               PIC X(01).
014100     05 SN-CLASS-ID          PIC X(08).
014200     05 FILLER               PIC X(01).
014300     05 SN-SESSION-DATE      PIC X(08).
014400     05 FILLER               PIC X(01).
014500     05 SN-DAY               PIC X(03).
014600     05 FILLER               PIC X(01).
014700     05 SN-TIME              PIC X(04).
014800     05 FILLER               PIC X(01).
014900     05 SN-DESCRIPTION       PIC X(20).
015000     05 FILLER               PIC X(01).
015100     05 SN-SUB-INSTRUCTOR    PIC X(08).
015200     05 FILLER               PIC X(01).
015300     05 SN-MEMBER-ID         PIC X(20).
015400     05 FILLER               PIC X(01).
015500     05 SN-NAME              PIC X(20).
015600     05 FILLER               PIC X(01).
015700     05 SN-PHONE             PIC X(15).
015800     05 FILLER               PIC X(01).
015900     05 SN-EMAIL             PIC X(50).
016000     05 FILLER               PIC X(01).
016100     05 SN-REASON            PIC X(22).
016200
016300 WORKING-STORAGE SECTION.
016400 01  WS-SWITCHES.
016500     05 WS-AUDIT-STATUS      PIC X(02).
016600         88 WS-AUDIT-OK      VALUE '00'.
016700         88 WS-AUDIT-EOF     VALUE '10'.
016800         88 WS-AUDIT-NOT-FOUND VALUE '35'.
016900     05 WS-CLASS-STATUS      PIC X(02).
017000         88 WS-CLASS-OK      VALUE '00'.
017100         88 WS-CLASS-EOF     VALUE '10'.
017200         88 WS-CLASS-NOT-FOUND VALUE '35'.
017300     05 WS-ENROLL-STATUS     PIC X(02).
017400         88 WS-ENROLL-OK     VALUE '00'.
017500     05 WS-SORTED-STATUS     PIC X(02).
017600         88 WS-SORTED-OK     VALUE '00'.
017700         88 WS-SORTED-EOF    VALUE '10'.
017800     05 WS-MASTER-STATUS     PIC X(02).
017900         88 WS-MASTER-OK     VALUE '00'.
018000     05 WS-CONTACT-STATUS    PIC X(02).
018100         88 WS-CONTACT-OK    VALUE '00'.
018200         88 WS-CONTACT-NOT-FOUND VALUE '35'.
018300     05 WS-NOTICE-STATUS     PIC X(02).
018400         88 WS-NOTICE-OK     VALUE '00'.
018500     05 WS-MASTER-FILE-SW    PIC X(01) VALUE 'N'.
018600         88 MASTER-FILE-ON   VALUE 'Y'.
018700     05 WS-CONTACT-FILE-SW   PIC X(01) VALUE 'N'.
018800         88 CONTACT-FILE-ON  VALUE 'Y'.
018900     05 WS-NTC-FOUND-SW      PIC X(01) VALUE 'N'.
019000         88 NOTICE-FOUND     VALUE 'Y'.
019100     05 WS-CLS-FOUND-SW      PIC X(01) VALUE 'N'.
019200         88 CLASS-ROW-FOUND  VALUE 'Y'.
019300     05 WS-LOOKED-UP-SW      PIC X(01) VALUE 'N'.
019400         88 MEMBER-LOOKED-UP VALUE 'Y'.
019500
019600*----------------------------------------------------------*
019700* THE DAY'S SESSION CHANGES, ONE ENTRY PER CLASS AND        *
019800* SESSION DATE.  WAS-SET MEANS AN EXCEPTION ALREADY STOOD   *
019900* BEFORE THE DAY'S FIRST CHANGE (SO MEMBERS WERE TOLD OF    *
020000* IT); LIVE MEANS THE ENTRY GOES OUT TONIGHT.               *
020100*----------------------------------------------------------*
020200 01  WS-NTC-TABLE.
020300     05 WS-NTC-ENTRY OCCURS 100 TIMES
020400                     INDEXED BY WS-NTC-NDX.
020500         10 WS-NTC-CLASS     PIC X(08).
020600         10 WS-NTC-DATE      PIC X(08).
020700         10 WS-NTC-TYPE      PIC X(01).
020800             88 WS-NTC-CANCELLED  VALUE 'X'.
020900             88 WS-NTC-SUBSTITUTE VALUE 'S'.
021000             88 WS-NTC-REINSTATED VALUE 'R'.
021100         10 WS-NTC-SUB       PIC X(08).
021200         10 WS-NTC-REASON    PIC X(22).
021300         10 WS-NTC-WAS-SET-SW PIC X(01).
021400             88 WS-NTC-WAS-SET    VALUE 'Y'.
021500         10 WS-NTC-LIVE-SW   PIC X(01).
021600             88 WS-NTC-LIVE       VALUE 'Y'.
021700         10 WS-NTC-SENT      PIC 9(05) COMP.
021800 77  WS-NTC-USED             PIC 9(03) COMP VALUE 0.
021900 77  WS-NTC-I                PIC 9(03) COMP.
022000
022100 01  WS-CLASS-TABLE.
022200     05 WS-CLS-ENTRY OCCURS 50 TIMES
022300                     INDEXED BY WS-CLS-NDX.
022400         10 WS-CLS-ID        PIC X(08).
022500         10 WS-CLS-DESC      PIC X(20).
022600         10 WS-CLS-DAY       PIC X(03).
022700         10 WS-CLS-TIME      PIC X(04).
022800 77  WS-CLS-USED             PIC 9(03) COMP VALUE 0.
022900 77  WS-CLS-I                PIC 9(03) COMP.
023000
023100*----------------------------------------------------------*
023200* ONE AUDIT IMAGE LAID OUT AS A SESSEXC ROW.                *
023300*----------------------------------------------------------*
023400 01  WS-SESSION-IMAGE.
023500     COPY SESSEXC.
023600 01  WS-NOTICE-TYPE          PIC X(01).
023700
023800 01  WS-CURR-DATE            PIC X(08).
023900
024000 01  WS-CUR-CLASS-ID         PIC X(08) VALUE LOW-VALUES.
024100 01  WS-CUR-MEMBER-ID        PIC X(20) VALUE LOW-VALUES.
024200 77  WS-MEMBER-NET           PIC S9(03) COMP VALUE 0.
024300
024400 01  WS-MEMBER-NAME          PIC X(20).
024500 01  WS-MEMBER-PHONE         PIC X(15).
024600 01  WS-MEMBER-EMAIL         PIC X(50).
024700
024800 77  WS-AUDIT-COUNT          PIC 9(05) COMP VALUE 0.
024900 77  WS-LIVE-COUNT           PIC 9(03) COMP VALUE 0.
025000 77  WS-PAST-COUNT           PIC 9(03) COMP VALUE 0.
025100 77  WS-UNDONE-COUNT         PIC 9(03) COMP VALUE 0.
025200 77  WS-NOTICE-COUNT         PIC 9(05) COMP VALUE 0.
025300 77  WS-NO-CONTACT-COUNT     PIC 9(05) COMP VALUE 0.
025400 01  WS-NOTICE-NAME          PIC X(10).
025500 01  WS-CNT-EDIT             PIC ZZZZ9.
025600
025700 01  WS-RUNCTL.
025800     COPY RUNCTL.
025900
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200     MOVE "SESSNTFY" TO RCTL-STEP-NAME.
026300     MOVE 'B' TO RCTL-ACTION.
026400     CALL "RUNCTLW" USING WS-RUNCTL.
026500     IF RCTL-SKIP-STEP
026600         DISPLAY "SESSNTFY ALREADY COMPLETE - STEP SKIPPED"
026700         GOBACK
026800     END-IF.
026900     CALL "RUNDT" USING WS-CURR-DATE.
027000     PERFORM 1000-LOAD-CLASSES THRU 1000-EXIT.
027100     PERFORM 2000-LOAD-NOTICES THRU 2000-EXIT.
027200     PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
027300     IF WS-LIVE-COUNT > 0
027400         SORT ENROLL-SORT-WORK
027500             ON ASCENDING KEY SW-CLASS-ID
027600             ON ASCENDING KEY SW-MEMBER-ID
027700             USING ENROLL-TRANS-FILE
027800             GIVING ENROLL-SORTED-FILE
027900         PERFORM 3500-OPEN-SORTED THRU 3500-EXIT
028000         PERFORM 3600-READ-SORTED THRU 3600-EXIT
028100         PERFORM 4000-MATCH-RECORD THRU 4000-EXIT
028200             UNTIL WS-SORTED-EOF
028300         PERFORM 4900-END-MEMBER THRU 4900-EXIT
028400         CLOSE ENROLL-SORTED-FILE
028500     END-IF.
028600     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
028700     MOVE 'E' TO RCTL-ACTION.
028800     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
028900     CALL "RUNCTLW" USING WS-RUNCTL.
029000     GOBACK.
029100
029200*----------------------------------------------------------*
029300* 1000-LOAD-CLASSES - THE SCHEDULE FILE INTO A TABLE SO     *
029400* EACH NOTICE CAN CARRY THE CLASS NAME, DAY AND TIME.       *
029500*----------------------------------------------------------*
029600 1000-LOAD-CLASSES.
029700     MOVE 0 TO WS-CLS-USED.
029800     OPEN INPUT CLASS-SCHEDULE-FILE.
029900     IF WS-CLASS-NOT-FOUND
030000         DISPLAY "NO CLASSES ON FILE - NOTICES CARRY THE CLASS"
030100             " ID ONLY"
030200         GO TO 1000-EXIT
030300     END-IF.
030400     IF NOT WS-CLASS-OK
030500         DISPLAY "CLASSES OPEN FAILED, STATUS = "
030600             WS-CLASS-STATUS
030700         MOVE 8 TO RETURN-CODE
030800         GOBACK
030900     END-IF.
031000     PERFORM 1100-READ-CLASS THRU 1100-EXIT.
031100     PERFORM 1200-STORE-CLASS THRU 1200-EXIT
031200         UNTIL WS-CLASS-EOF.
031300     CLOSE CLASS-SCHEDULE-FILE.
031400 1000-EXIT.
031500     EXIT.
031600
031700 1100-READ-CLASS.
031800     READ CLASS-SCHEDULE-FILE.
031900 1100-EXIT.
032000     EXIT.
032100
032200 1200-STORE-CLASS.
032300     IF WS-CLS-USED < 50
032400         ADD 1 TO WS-CLS-USED
032500         SET WS-CLS-NDX TO WS-CLS-USED
032600         MOVE CLS-CLASS-ID    TO WS-CLS-ID (WS-CLS-NDX)
032700         MOVE CLS-DESCRIPTION TO WS-CLS-DESC (WS-CLS-NDX)
032800         MOVE CLS-DAY         TO WS-CLS-DAY (WS-CLS-NDX)
032900         MOVE CLS-TIME        TO WS-CLS-TIME (WS-CLS-NDX)
033000     ELSE
033100         DISPLAY "MORE THAN 50 CLASSES - " CLS-CLASS-ID
033200             " NOT TABLED"
033300     END-IF.
033400     PERFORM 1100-READ-CLASS THRU 1100-EXIT.
033500 1200-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------*
033900* 2000-LOAD-NOTICES - THE BUSINESS DATE'S SESSION EXCEPTION *
034000* LINES FROM CLSAUDIT.  A LATER CHANGE TO THE SAME CLASS    *
034100* AND SESSION DATE REPLACES AN EARLIER ONE, SO MEMBERS HEAR *
034200* ONLY HOW THE SESSION NOW STANDS.  NO CLSAUDIT MEANS NO    *
034300* CHANGES.                                                  *
034400*----------------------------------------------------------*
034500 2000-LOAD-NOTICES.
034600     MOVE 0 TO WS-NTC-USED.
034700     OPEN INPUT CLASS-AUDIT-FILE.
034800     IF WS-AUDIT-NOT-FOUND
034900         GO TO 2000-EXIT
035000     END-IF.
035100     IF NOT WS-AUDIT-OK
035200         DISPLAY "CLSAUDIT OPEN FAILED, STATUS = "
035300             WS-AUDIT-STATUS
035400         MOVE 8 TO RETURN-CODE
035500         GOBACK
035600     END-IF.
035700     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
035800     PERFORM 2200-STORE-NOTICE THRU 2200-EXIT
035900         UNTIL WS-AUDIT-EOF.
036000     CLOSE CLASS-AUDIT-FILE.
036100     PERFORM 2300-SETTLE-NOTICE THRU 2300-EXIT
036200         VARYING WS-NTC-I FROM 1 BY 1
036300         UNTIL WS-NTC-I > WS-NTC-USED.
036400 2000-EXIT.
036500     EXIT.
036600
036700 2100-READ-AUDIT.
036800     READ CLASS-AUDIT-FILE.
036900 2100-EXIT.
037000     EXIT.
037100
037200 2200-STORE-NOTICE.
037300     IF NOT CA-SESSION-EXCEPTION
037400         OR CA-DATE NOT = WS-CURR-DATE
037500         GO TO 2200-NEXT
037600     END-IF.
037700     ADD 1 TO WS-AUDIT-COUNT.
037800     IF CA-AFTER-IMAGE = SPACES
037900         MOVE CA-BEFORE-IMAGE TO WS-SESSION-IMAGE
038000         MOVE 'R' TO WS-NOTICE-TYPE
038100     ELSE
038200         MOVE CA-AFTER-IMAGE TO WS-SESSION-IMAGE
038300         MOVE SX-TYPE TO WS-NOTICE-TYPE
038400     END-IF.
038500     MOVE 'N' TO WS-NTC-FOUND-SW.
038600     PERFORM 2210-FIND-NOTICE THRU 2210-EXIT
038700         VARYING WS-NTC-I FROM 1 BY 1
038800         UNTIL NOTICE-FOUND OR WS-NTC-I > WS-NTC-USED.
038900     IF NOT NOTICE-FOUND
039000         IF WS-NTC-USED < 100
039100             ADD 1 TO WS-NTC-USED
039200             SET WS-NTC-NDX TO WS-NTC-USED
039300             MOVE SX-CLASS-ID     TO WS-NTC-CLASS (WS-NTC-NDX)
039400             MOVE SX-SESSION-DATE TO WS-NTC-DATE (WS-NTC-NDX)
039500             MOVE 0 TO WS-NTC-SENT (WS-NTC-NDX)
039600             IF CA-BEFORE-IMAGE = SPACES
039700                 MOVE 'N' TO WS-NTC-WAS-SET-SW (WS-NTC-NDX)
039800             ELSE
039900                 MOVE 'Y' TO WS-NTC-WAS-SET-SW (WS-NTC-NDX)
040000             END-IF
040100         ELSE
040200             DISPLAY "MORE THAN 100 SESSION CHANGES - "
040300                 CA-CLASS-ID " NOT NOTIFIED"
040400             IF RETURN-CODE < 4
040500                 MOVE 4 TO RETURN-CODE
040600             END-IF
040700             GO TO 2200-NEXT
040800         END-IF
040900     END-IF.
041000     MOVE WS-NOTICE-TYPE TO WS-NTC-TYPE (WS-NTC-NDX).
041100     IF WS-NTC-REINSTATED (WS-NTC-NDX)
041200         MOVE SPACES TO WS-NTC-SUB (WS-NTC-NDX)
041300         MOVE "RUNS AS SCHEDULED" TO WS-NTC-REASON (WS-NTC-NDX)
041400     ELSE
041500         MOVE SX-SUB-INSTRUCTOR TO WS-NTC-SUB (WS-NTC-NDX)
041600         MOVE SX-REASON         TO WS-NTC-REASON (WS-NTC-NDX)
041700     END-IF.
041800 2200-NEXT.
041900     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
042000 2200-EXIT.
042100     EXIT.
042200
042300 2210-FIND-NOTICE.
042400     SET WS-NTC-NDX TO WS-NTC-I.
042500     IF WS-NTC-CLASS (WS-NTC-NDX) = SX-CLASS-ID
042600         AND WS-NTC-DATE (WS-NTC-NDX) = SX-SESSION-DATE
042700         MOVE 'Y' TO WS-NTC-FOUND-SW
042800     END-IF.
042900 2210-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------*
043300* 2300-SETTLE-NOTICE - A SESSION ON OR BEFORE THE BUSINESS  *
043400* DATE IS PAST TELLING (CLSMAINT TELLS THE DESK TO DEAL     *
043500* WITH A SAME-DAY CHANGE IN PERSON), AND AN EXCEPTION KEYED *
043600* AND TAKEN OFF AGAIN TODAY WAS NEVER ANNOUNCED.            *
043700*----------------------------------------------------------*
043800 2300-SETTLE-NOTICE.
043900     SET WS-NTC-NDX TO WS-NTC-I.
044000     MOVE 'N' TO WS-NTC-LIVE-SW (WS-NTC-NDX).
044100     IF WS-NTC-DATE (WS-NTC-NDX) NOT > WS-CURR-DATE
044200         ADD 1 TO WS-PAST-COUNT
044300         GO TO 2300-EXIT
044400     END-IF.
044500     IF WS-NTC-REINSTATED (WS-NTC-NDX)
044600         AND NOT WS-NTC-WAS-SET (WS-NTC-NDX)
044700         ADD 1 TO WS-UNDONE-COUNT
044800         GO TO 2300-EXIT
044900     END-IF.
045000     MOVE 'Y' TO WS-NTC-LIVE-SW (WS-NTC-NDX).
045100     ADD 1 TO WS-LIVE-COUNT.
045200 2300-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------*
045600* 3000-OPEN-FILES - THE EXTRACT IS ALWAYS WRITTEN, EMPTY ON *
045700* A NIGHT WITH NOTHING TO TELL.  THE MASTER AND CONTACT     *
045800* FILES ARE FOR NAMES, PHONES AND E-MAILS; WITHOUT THEM THE *
045900* ROWS STILL GO OUT WITH THE MEMBER ID.                     *
046000*----------------------------------------------------------*
046100 3000-OPEN-FILES.
046200     OPEN OUTPUT NOTICE-FILE.
046300     IF NOT WS-NOTICE-OK
046400         DISPLAY "SESSNOTE OPEN FAILED, STATUS = "
046500             WS-NOTICE-STATUS
046600         MOVE 8 TO RETURN-CODE
046700         GOBACK
046800     END-IF.
046900     IF WS-LIVE-COUNT = 0
047000         GO TO 3000-EXIT
047100     END-IF.
047200     OPEN INPUT MEMBER-MASTER-FILE.
047300     IF WS-MASTER-OK
047400         MOVE 'Y' TO WS-MASTER-FILE-SW
047500     ELSE
047600         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
047700             WS-MASTER-STATUS
047800         IF RETURN-CODE < 4
047900             MOVE 4 TO RETURN-CODE
048000         END-IF
048100     END-IF.
048200     OPEN INPUT CONTACT-FILE.
048300     IF WS-CONTACT-OK
048400         MOVE 'Y' TO WS-CONTACT-FILE-SW
048500     ELSE
048600         IF NOT WS-CONTACT-NOT-FOUND
048700             DISPLAY "CONTACT OPEN FAILED, STATUS = "
048800                 WS-CONTACT-STATUS
048900             IF RETURN-CODE < 4
049000                 MOVE 4 TO RETURN-CODE
049100             END-IF
049200         END-IF
049300     END-IF.
049400 3000-EXIT.
049500     EXIT.
049600
049700 3500-OPEN-SORTED.
049800     OPEN INPUT ENROLL-SORTED-FILE.
049900     IF NOT WS-SORTED-OK
050000         DISPLAY "NTCSORT OPEN FAILED, STATUS = "
050100             WS-SORTED-STATUS
050200         CLOSE NOTICE-FILE
050300         MOVE 8 TO RETURN-CODE
050400         GOBACK
050500     END-IF.
050600 3500-EXIT.
050700     EXIT.
050800
050900 3600-READ-SORTED.
051000     READ ENROLL-SORTED-FILE.
051100 3600-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------*
051500* 4000-MATCH-RECORD - ONE SORTED ENROLLMENT TRANSACTION.  A *
051600* CLASS OR MEMBER BREAK CLOSES OUT THE HELD MEMBER'S NET.   *
051700*----------------------------------------------------------*
051800 4000-MATCH-RECORD.
051900     IF ES-CLASS-ID NOT = WS-CUR-CLASS-ID
052000         OR ES-MEMBER-ID NOT = WS-CUR-MEMBER-ID
052100         PERFORM 4900-END-MEMBER THRU 4900-EXIT
052200         MOVE ES-CLASS-ID  TO WS-CUR-CLASS-ID
052300         MOVE ES-MEMBER-ID TO WS-CUR-MEMBER-ID
052400         MOVE 0 TO WS-MEMBER-NET
052500     END-IF.
052600     IF ES-ACTION-DROP
052700         SUBTRACT 1 FROM WS-MEMBER-NET
052800     ELSE
052900         ADD 1 TO WS-MEMBER-NET
053000     END-IF.
053100     PERFORM 3600-READ-SORTED THRU 3600-EXIT.
053200 4000-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------*
053600* 4900-END-MEMBER - A MEMBER STILL ENROLLED GETS ONE ROW    *
053700* FOR EACH OF TONIGHT'S NOTICES ON THEIR CLASS.             *
053800*----------------------------------------------------------*
053900 4900-END-MEMBER.
054000     IF WS-CUR-MEMBER-ID = LOW-VALUES
054100         GO TO 4900-EXIT
054200     END-IF.
054300     IF WS-MEMBER-NET > 0
054400         MOVE 'N' TO WS-LOOKED-UP-SW
054500         PERFORM 4910-NOTICE-ONE THRU 4910-EXIT
054600             VARYING WS-NTC-I FROM 1 BY 1
054700             UNTIL WS-NTC-I > WS-NTC-USED
054800     END-IF.
054900     MOVE LOW-VALUES TO WS-CUR-MEMBER-ID.
055000 4900-EXIT.
055100     EXIT.
055200
055300 4910-NOTICE-ONE.
055400     SET WS-NTC-NDX TO WS-NTC-I.
055500     IF WS-NTC-CLASS (WS-NTC-NDX) NOT = WS-CUR-CLASS-ID
055600         OR NOT WS-NTC-LIVE (WS-NTC-NDX)
055700         GO TO 4910-EXIT
055800     END-IF.
055900     IF NOT MEMBER-LOOKED-UP
056000         PERFORM 4920-GET-MEMBER THRU 4920-EXIT
056100     END-IF.
056200     MOVE SPACES TO NOTICE-RECORD.
056300     MOVE WS-NTC-TYPE (WS-NTC-NDX)   TO SN-NOTICE.
056400     MOVE WS-CUR-CLASS-ID            TO SN-CLASS-ID.
056500     MOVE WS-NTC-DATE (WS-NTC-NDX)   TO SN-SESSION-DATE.
056600     PERFORM 4930-FIND-CLASS-ROW THRU 4930-EXIT.
056700     IF CLASS-ROW-FOUND
056800         MOVE WS-CLS-DAY (WS-CLS-NDX)  TO SN-DAY
056900         MOVE WS-CLS-TIME (WS-CLS-NDX) TO SN-TIME
057000         MOVE WS-CLS-DESC (WS-CLS-NDX) TO SN-DESCRIPTION
057100     END-IF.
057200     MOVE WS-NTC-SUB (WS-NTC-NDX)    TO SN-SUB-INSTRUCTOR.
057300     MOVE WS-CUR-MEMBER-ID           TO SN-MEMBER-ID.
057400     MOVE WS-MEMBER-NAME             TO SN-NAME.
057500     MOVE WS-MEMBER-PHONE            TO SN-PHONE.
057600     MOVE WS-MEMBER-EMAIL            TO SN-EMAIL.
057700     MOVE WS-NTC-REASON (WS-NTC-NDX) TO SN-REASON.
057800     WRITE NOTICE-RECORD.
057900     IF NOT WS-NOTICE-OK
058000         DISPLAY "SESSNOTE WRITE FAILED, STATUS = "
058100             WS-NOTICE-STATUS
058200         IF RETURN-CODE < 4
058300             MOVE 4 TO RETURN-CODE
058400         END-IF
058500         GO TO 4910-EXIT
058600     END-IF.
058700     ADD 1 TO WS-NOTICE-COUNT.
058800     ADD 1 TO WS-NTC-SENT (WS-NTC-NDX).
058900     IF WS-MEMBER-PHONE = SPACES AND WS-MEMBER-EMAIL = SPACES
059000         ADD 1 TO WS-NO-CONTACT-COUNT
059100     END-IF.
059200 4910-EXIT.
059300     EXIT.
059400
059500*----------------------------------------------------------*
059600* 4920-GET-MEMBER - NAME FROM THE MASTER, PHONE AND E-MAIL  *
059700* FROM CONTACT, BOTH BY KEY, ONCE PER MEMBER.               *
059800*----------------------------------------------------------*
059900 4920-GET-MEMBER.
060000     MOVE 'Y' TO WS-LOOKED-UP-SW.
060100     MOVE SPACES TO WS-MEMBER-NAME WS-MEMBER-PHONE
060200         WS-MEMBER-EMAIL.
060300     IF NOT MASTER-FILE-ON
060400         MOVE "(MASTER UNAVAILABLE)" TO WS-MEMBER-NAME
060500     ELSE
060600         MOVE WS-CUR-MEMBER-ID TO MEMBER-ID
060700         READ MEMBER-MASTER-FILE
060800             INVALID KEY
060900                 MOVE "(NOT ON MASTER)" TO WS-MEMBER-NAME
061000             NOT INVALID KEY
061100                 MOVE MEMBER-NAME TO WS-MEMBER-NAME
061200         END-READ
061300     END-IF.
061400     IF CONTACT-FILE-ON
061500         MOVE WS-CUR-MEMBER-ID TO CT-MEMBER-ID
061600         READ CONTACT-FILE
061700             INVALID KEY
061800                 CONTINUE
061900             NOT INVALID KEY
062000                 MOVE CT-PHONE TO WS-MEMBER-PHONE
062100                 MOVE CT-EMAIL TO WS-MEMBER-EMAIL
062200         END-READ
062300     END-IF.
062400 4920-EXIT.
062500     EXIT.
062600
062700 4930-FIND-CLASS-ROW.
062800     MOVE 'N' TO WS-CLS-FOUND-SW.
062900     PERFORM 4940-CHECK-ROW THRU 4940-EXIT
063000         VARYING WS-CLS-I FROM 1 BY 1
063100         UNTIL CLASS-ROW-FOUND OR WS-CLS-I > WS-CLS-USED.
063200 4930-EXIT.
063300     EXIT.
063400
063500 4940-CHECK-ROW.
063600     SET WS-CLS-NDX TO WS-CLS-I.
063700     IF WS-CLS-ID (WS-CLS-NDX) = WS-CUR-CLASS-ID
063800         MOVE 'Y' TO WS-CLS-FOUND-SW
063900     END-IF.
064000 4940-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------*
064400* 9000-WRAP-UP - ONE LINE PER SESSION CHANGE GOING OUT,     *
064500* THEN THE RUN TOTALS.                                      *
064600*----------------------------------------------------------*
064700 9000-WRAP-UP.
064800     CLOSE NOTICE-FILE.
064900     IF MASTER-FILE-ON
065000         CLOSE MEMBER-MASTER-FILE
065100     END-IF.
065200     IF CONTACT-FILE-ON
065300         CLOSE CONTACT-FILE
065400     END-IF.
065500     DISPLAY "SESSION NOTICE EXTRACT COMPLETE".
065600     PERFORM 9100-SHOW-NOTICE THRU 9100-EXIT
065700         VARYING WS-NTC-I FROM 1 BY 1
065800         UNTIL WS-NTC-I > WS-NTC-USED.
065900     DISPLAY "  SESSION CHANGES TODAY: " WS-AUDIT-COUNT.
066000     DISPLAY "  SESSIONS NOTIFIED....: " WS-LIVE-COUNT.
066100     DISPLAY "  PAST OR SAME-DAY.....: " WS-PAST-COUNT.
066200     DISPLAY "  KEYED AND UNDONE.....: " WS-UNDONE-COUNT.
066300     DISPLAY "  MEMBER NOTICES.......: " WS-NOTICE-COUNT.
066400     IF WS-NO-CONTACT-COUNT > 0
066500         DISPLAY "  NO PHONE OR E-MAIL...: " WS-NO-CONTACT-COUNT
066600     END-IF.
066700 9000-EXIT.
066800     EXIT.
066900
067000 9100-SHOW-NOTICE.
067100     SET WS-NTC-NDX TO WS-NTC-I.
067200     IF NOT WS-NTC-LIVE (WS-NTC-NDX)
067300         GO TO 9100-EXIT
067400     END-IF.
067500     EVALUATE TRUE
067600         WHEN WS-NTC-CANCELLED (WS-NTC-NDX)
067700             MOVE "CANCELLED" TO WS-NOTICE-NAME
067800         WHEN WS-NTC-SUBSTITUTE (WS-NTC-NDX)
067900             MOVE "SUBSTITUTE" TO WS-NOTICE-NAME
068000         WHEN OTHER
068100             MOVE "REINSTATED" TO WS-NOTICE-NAME
068200     END-EVALUATE.
068300     MOVE WS-NTC-SENT (WS-NTC-NDX) TO WS-CNT-EDIT.
068400     DISPLAY "  " WS-NTC-CLASS (WS-NTC-NDX) " "
068500         WS-NTC-DATE (WS-NTC-NDX) " " WS-NOTICE-NAME " "
068600         WS-CNT-EDIT " MEMBER(S)".
068700 9100-EXIT.
068800     EXIT.
