002500*                      PORTERR WITH A REASON CODE.  RUNS
002600*                      EARLY IN NIGHTRUN SO THE NIGHT'S
002700*                      SCORING USES THE FRESHEST FIGURES.
002720*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
002740*                      (RECORD 96 TO 99, APPENDED) -
002760*                      LENGTHS AND COPY REPLACEMENTS GREW
002780*                      WITH IT, MEMAUDIT 615 TO 621.
002800*
002900* REJECT REASON CODES.
003000*   01  ROW EMPTY, UNPARSEABLE OR MISSING A FIELD
003400*   05  WEIGHT NOT NUMERIC
003500*   06  MEMBER NOT ON MASTER
003600*   07  MASTER REWRITE FAILED
003614*   08  CONTACT FIELD TOO LONG OR DELIVERY NOT P OR E
003628*   09  CONTACT DETAILS SHORT FOR THE DELIVERY CHOSEN
003642*       (PAPER WITHOUT STREET/CITY/POSTAL CODE, E-MAIL
003657*       WITHOUT AN ADDRESS HOLDING ONE @)
003671*   10  CONTACT WRITE FAILED (THE MEMBER FIGURES ON THE
003685*       ROW HAVE ALREADY BEEN APPLIED)
003700*       (OVER-LENGTH TOKENS REJECT UNDER THE FIELD'S CODE -
003800*       A 4-DIGIT AGE IS AN AGE ERROR, NOT A TRUNCATION)
003819*   2026-09-02  KAGE   RECORDS STEP START AND CLEAN END ON
003857*                      SHARED RUNCTLW SERVICE; IN RESTART
003876*                      MODE A STEP ALREADY ENDED CLEAN FOR
003895*                      THE BUSINESS DATE IS SKIPPED.
003903*   2026-10-15  KAGE   PORTAL ROWS MAY CARRY THE MEMBER'S
003912*                      CONTACT DETAILS AFTER THE WEIGHT -
003921*                      ADDRESS 1, ADDRESS 2, CITY, STATE,
003930*                      POSTAL CODE, PHONE, E-MAIL, DELIVERY
003938*                      (P/E) - 13 FIELDS IN ALL; A 5-FIELD
003947*                      ROW LEAVES THE CONTACT FILE ALONE.  A
003956*                      CHANGED CONTACT RECORD IS WRITTEN TO
003965*                      CONTACT AND AUDITED IN MEMAUDIT
003973*                      (ACTION K, USER PORTAL).  PORTIN ROW
003982*                      80 TO 256, PORTERR 83 TO 259.
003991*----------------------------------------------------------*
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-ERROR-STATUS.
005700
005709     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
005718         ORGANIZATION IS INDEXED
005727         ACCESS MODE IS DYNAMIC
005736         RECORD KEY IS CT-MEMBER-ID
005745         FILE STATUS IS WS-CONTACT-STATUS.
005754
005763     SELECT MEMBER-AUDIT-FILE ASSIGN TO "MEMAUDIT"
005772         ORGANIZATION IS LINE SEQUENTIAL
005781         FILE STATUS IS WS-AUDIT-STATUS.
005790
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PORTAL-IN-FILE.
006100 01  PORTAL-IN-RECORD        PIC X(256).
006200
006300 FD  MEMBER-MASTER-FILE.
006400 01  MEMBER-MASTER-RECORD.
006800 01  PORTAL-ERROR-RECORD.
006900     05 PE-REASON-CODE       PIC X(02).
007000     05 FILLER               PIC X(01).
007100     05 PE-ROW-IMAGE         PIC X(256).
007104
007108 FD  CONTACT-FILE.
007112 01  CONTACT-RECORD.
007116     COPY CONTACT.
007120
007124 FD  MEMBER-AUDIT-FILE.
007128 01  MEMBER-AUDIT-RECORD.
007132     05 AU-DATE              PIC X(08).
007136     05 FILLER               PIC X(01).
007140     05 AU-TIME              PIC X(06).
007144     05 FILLER               PIC X(01).
007148     05 AU-USER              PIC X(08).
007152     05 FILLER               PIC X(01).
007156     05 AU-ACTION            PIC X(01).
007160     05 FILLER               PIC X(01).
007164     05 AU-MEMBER-ID         PIC X(20).
007168     05 FILLER               PIC X(01).
007172     05 AU-BEFORE-IMAGE      PIC X(99).
007176     05 FILLER               PIC X(01).
007180     05 AU-AFTER-IMAGE       PIC X(99).
007184     05 FILLER               PIC X(01).
007188     05 AU-CONTACT-BEFORE    PIC X(186).
007192     05 FILLER               PIC X(01).
007196     05 AU-CONTACT-AFTER     PIC X(186).
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-SWITCHES.
008100         88 WS-ERROR-OK      VALUE '00'.
008200     05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
008300         88 MEMBER-FOUND     VALUE 'Y'.
008311     05 WS-CONTACT-STATUS    PIC X(02).
008322         88 WS-CONTACT-OK    VALUE '00'.
008333         88 WS-CONTACT-NOT-FOUND VALUE '35'.
008344     05 WS-AUDIT-STATUS      PIC X(02).
008355         88 WS-AUDIT-OK      VALUE '00'.
008366         88 WS-AUDIT-NOT-FOUND VALUE '35'.
008377     05 WS-CONTACT-FOUND-SW  PIC X(01) VALUE 'N'.
008388         88 CONTACT-FOUND    VALUE 'Y'.
008400
008500 01  WS-CSV-ID               PIC X(20).
008600 01  WS-CSV-ID-PARTS REDEFINES WS-CSV-ID.
009800 01  WS-CSV-WGT              PIC X(04) JUSTIFIED RIGHT.
009900 01  WS-CSV-WGT-9 REDEFINES WS-CSV-WGT
010000                             PIC 9(03)V9.
010008 01  WS-CSV-ADDRESS-1        PIC X(30).
010016 01  WS-CSV-ADDRESS-2        PIC X(30).
010025 01  WS-CSV-CITY             PIC X(20).
010033 01  WS-CSV-STATE            PIC X(02).
010041 01  WS-CSV-POSTAL           PIC X(10).
010050 01  WS-CSV-PHONE            PIC X(15).
010058 01  WS-CSV-EMAIL            PIC X(50).
010066 01  WS-CSV-DELIVERY         PIC X(01).
010075     88 CSV-DELIVER-PAPER    VALUE 'P'.
010083     88 CSV-DELIVER-EMAIL    VALUE 'E'.
010091     88 CSV-DELIVERY-VALID   VALUE 'P' 'E'.
010100
010200 01  WS-ROW-LEN              PIC 9(03) COMP.
010300 01  WS-CNT-ID               PIC 9(03) COMP.
010500 01  WS-CNT-AGE              PIC 9(03) COMP.
010600 01  WS-CNT-HGT              PIC 9(03) COMP.
010700 01  WS-CNT-WGT              PIC 9(03) COMP.
010705 01  WS-CNT-ADDR1            PIC 9(03) COMP.
010711 01  WS-CNT-ADDR2            PIC 9(03) COMP.
010717 01  WS-CNT-CITY             PIC 9(03) COMP.
010723 01  WS-CNT-STATE            PIC 9(03) COMP.
010729 01  WS-CNT-POSTAL           PIC 9(03) COMP.
010735 01  WS-CNT-PHONE            PIC 9(03) COMP.
010741 01  WS-CNT-EMAIL            PIC 9(03) COMP.
010747 01  WS-CNT-DELIV            PIC 9(03) COMP.
010752 01  WS-FIELD-COUNT          PIC 9(03) COMP.
010758     88 ROW-MEMBER-ONLY      VALUE 5.
010764     88 ROW-WITH-CONTACT     VALUE 13.
010770 01  WS-AT-COUNT             PIC 9(03) COMP.
010776 01  WS-CONTACT-BEFORE       PIC X(186).
010782 01  WS-CURRENT-DATE-TIME.
010788     05 WS-CURR-DATE         PIC X(08).
010794     05 WS-CURR-TIME         PIC X(06).
010800 01  WS-REASON               PIC X(02).
010900
011000 01  WS-KLOG.
011300 77  WS-READ-COUNT           PIC 9(05) COMP VALUE 0.
011400 77  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.
011500 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
011550 77  WS-CONTACT-COUNT        PIC 9(05) COMP VALUE 0.
011600
011633 01  WS-RUNCTL.
011666     COPY RUNCTL.
014900         MOVE 8 TO RETURN-CODE
015000         GOBACK
015100     END-IF.
015103     OPEN I-O CONTACT-FILE.
015106     IF WS-CONTACT-NOT-FOUND
015110         OPEN OUTPUT CONTACT-FILE
015113         CLOSE CONTACT-FILE
015116         OPEN I-O CONTACT-FILE
015120     END-IF.
015123     IF NOT WS-CONTACT-OK
015126         DISPLAY "CONTACT OPEN FAILED, STATUS = "
015130             WS-CONTACT-STATUS
015133         CLOSE PORTAL-IN-FILE
015136         CLOSE MEMBER-MASTER-FILE
015140         CLOSE PORTAL-ERROR-FILE
015143         MOVE 8 TO RETURN-CODE
015146         GOBACK
015150     END-IF.
015153     OPEN EXTEND MEMBER-AUDIT-FILE.
015156     IF WS-AUDIT-NOT-FOUND
015160         OPEN OUTPUT MEMBER-AUDIT-FILE
015163     END-IF.
015166     IF NOT WS-AUDIT-OK
015170         DISPLAY "MEMAUDIT OPEN FAILED, STATUS = "
015173             WS-AUDIT-STATUS
015176         CLOSE PORTAL-IN-FILE
015180         CLOSE MEMBER-MASTER-FILE
015183         CLOSE PORTAL-ERROR-FILE
015186         CLOSE CONTACT-FILE
015190         MOVE 8 TO RETURN-CODE
015193         GOBACK
015196     END-IF.
015200 1000-EXIT.
015300     EXIT.
015400
018200 3100-PARSE-ROW.
018300     MOVE SPACES TO WS-CSV-ID WS-CSV-NAME
018400         WS-CSV-AGE WS-CSV-HGT WS-CSV-WGT.
018425     MOVE SPACES TO WS-CSV-ADDRESS-1 WS-CSV-ADDRESS-2
018450         WS-CSV-CITY WS-CSV-STATE WS-CSV-POSTAL
018475         WS-CSV-PHONE WS-CSV-EMAIL WS-CSV-DELIVERY.
018500     IF PORTAL-IN-RECORD = SPACES
018600         MOVE "01" TO WS-REASON
018700         GO TO 3100-EXIT
018800     END-IF.
018900     MOVE 0 TO WS-CNT-ID WS-CNT-NAME WS-CNT-AGE
019000         WS-CNT-HGT WS-CNT-WGT.
019025     MOVE 0 TO WS-CNT-ADDR1 WS-CNT-ADDR2 WS-CNT-CITY
019050         WS-CNT-STATE WS-CNT-POSTAL WS-CNT-PHONE
019075         WS-CNT-EMAIL WS-CNT-DELIV WS-FIELD-COUNT.
019100     MOVE 256 TO WS-ROW-LEN.
019200     PERFORM 3150-TRIM-ROW THRU 3150-EXIT
019300         UNTIL WS-ROW-LEN = 0
019400         OR PORTAL-IN-RECORD (WS-ROW-LEN:1) NOT = SPACE.
019900              WS-CSV-AGE COUNT IN WS-CNT-AGE
020000              WS-CSV-HGT COUNT IN WS-CNT-HGT
020100              WS-CSV-WGT COUNT IN WS-CNT-WGT
020110              WS-CSV-ADDRESS-1 COUNT IN WS-CNT-ADDR1
020120              WS-CSV-ADDRESS-2 COUNT IN WS-CNT-ADDR2
020130              WS-CSV-CITY COUNT IN WS-CNT-CITY
020140              WS-CSV-STATE COUNT IN WS-CNT-STATE
020150              WS-CSV-POSTAL COUNT IN WS-CNT-POSTAL
020160              WS-CSV-PHONE COUNT IN WS-CNT-PHONE
020170              WS-CSV-EMAIL COUNT IN WS-CNT-EMAIL
020180              WS-CSV-DELIVERY COUNT IN WS-CNT-DELIV
020190         TALLYING IN WS-FIELD-COUNT
020200     END-UNSTRING.
020300 3100-EXIT.
020400     EXIT.
021900     INSPECT WS-CSV-HGT REPLACING LEADING SPACE BY ZERO.
022000     INSPECT WS-CSV-WGT REPLACING LEADING SPACE BY ZERO.
022100     EVALUATE TRUE
022133         WHEN NOT ROW-MEMBER-ONLY AND NOT ROW-WITH-CONTACT
022166             MOVE "01" TO WS-REASON
022200         WHEN WS-CNT-NAME = 0
022300             MOVE "01" TO WS-REASON
022400         WHEN WS-CNT-AGE = 0
025000         WHEN WS-CSV-WGT NOT NUMERIC
025100             MOVE "05" TO WS-REASON
025200     END-EVALUATE.
025225     IF WS-REASON = SPACES AND ROW-WITH-CONTACT
025250         PERFORM 3250-VALIDATE-CONTACT THRU 3250-EXIT
025275     END-IF.
025300 3200-EXIT.
025302     EXIT.
025305
025308*----------------------------------------------------------*
025311* 3250-VALIDATE-CONTACT - THE CONTACT FIELDS OF A 13-FIELD  *
025314* ROW, WITH THE SAME RULES MEMBER MAINTENANCE APPLIES: A    *
025317* PAPER MEMBER NEEDS A STREET LINE, CITY AND POSTAL CODE,   *
025320* AN E-MAIL MEMBER AN ADDRESS WITH ONE @ IN IT.             *
025322*----------------------------------------------------------*
025325 3250-VALIDATE-CONTACT.
025328     MOVE 0 TO WS-AT-COUNT.
025331     INSPECT WS-CSV-EMAIL TALLYING WS-AT-COUNT FOR ALL "@".
025334     EVALUATE TRUE
025337         WHEN WS-CNT-ADDR1 > 30
025340             OR WS-CNT-ADDR2 > 30
025342             OR WS-CNT-CITY > 20
025345             OR WS-CNT-STATE > 2
025348             OR WS-CNT-POSTAL > 10
025351             OR WS-CNT-PHONE > 15
025354             OR WS-CNT-EMAIL > 50
025357             OR WS-CNT-DELIV > 1
025360             MOVE "08" TO WS-REASON
025362         WHEN NOT CSV-DELIVERY-VALID
025365             MOVE "08" TO WS-REASON
025368         WHEN CSV-DELIVER-PAPER
025371             AND (WS-CSV-ADDRESS-1 = SPACES
025374             OR WS-CSV-CITY = SPACES
025377             OR WS-CSV-POSTAL = SPACES)
025380             MOVE "09" TO WS-REASON
025382         WHEN WS-CSV-EMAIL NOT = SPACES AND WS-AT-COUNT NOT = 1
025385             MOVE "09" TO WS-REASON
025388         WHEN CSV-DELIVER-EMAIL AND WS-CSV-EMAIL = SPACES
025391             MOVE "09" TO WS-REASON
025394     END-EVALUATE.
025397 3250-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------*
028300     IF NOT WS-MASTER-OK AND WS-REASON = SPACES
028400         MOVE "07" TO WS-REASON
028500     END-IF.
028525     IF WS-REASON = SPACES AND ROW-WITH-CONTACT
028550         PERFORM 3350-APPLY-CONTACT THRU 3350-EXIT
028575     END-IF.
028600     IF WS-REASON = SPACES
028700         ADD 1 TO WS-APPLIED-COUNT
028800     END-IF.
028900 3300-EXIT.
028901     EXIT.
028902
028903*----------------------------------------------------------*
028905* 3350-APPLY-CONTACT - WRITE OR REWRITE THE MEMBER'S        *
028906* CONTACT RECORD FROM THE ROW.  A ROW THAT MATCHES WHAT IS  *
028907* ON FILE IS LEFT ALONE, SO THE PORTAL'S FULL RESEND EVERY  *
028908* NIGHT DOES NOT FLOOD MEMAUDIT; A REAL CHANGE IS AUDITED.  *
028910*----------------------------------------------------------*
028911 3350-APPLY-CONTACT.
028912     MOVE 'N' TO WS-CONTACT-FOUND-SW.
028913     MOVE SPACES TO WS-CONTACT-BEFORE.
028915     MOVE WS-CSV-ID TO CT-MEMBER-ID.
028916     READ CONTACT-FILE
028917         INVALID KEY
028918             MOVE 'N' TO WS-CONTACT-FOUND-SW
028920         NOT INVALID KEY
028921             MOVE 'Y' TO WS-CONTACT-FOUND-SW
028922             MOVE CONTACT-RECORD TO WS-CONTACT-BEFORE
028923     END-READ.
028925     MOVE SPACES           TO CONTACT-RECORD.
028926     MOVE WS-CSV-ID        TO CT-MEMBER-ID.
028927     MOVE WS-CSV-ADDRESS-1 TO CT-ADDRESS-1.
028928     MOVE WS-CSV-ADDRESS-2 TO CT-ADDRESS-2.
028930     MOVE WS-CSV-CITY      TO CT-CITY.
028931     MOVE WS-CSV-STATE     TO CT-STATE.
028932     MOVE WS-CSV-POSTAL    TO CT-POSTAL-CODE.
028933     MOVE WS-CSV-PHONE     TO CT-PHONE.
028935     MOVE WS-CSV-EMAIL     TO CT-EMAIL.
028936     MOVE WS-CSV-DELIVERY  TO CT-DELIVERY.
028937     IF CONTACT-FOUND AND CONTACT-RECORD = WS-CONTACT-BEFORE
028938         GO TO 3350-EXIT
028940     END-IF.
028941     IF CONTACT-FOUND
028942         REWRITE CONTACT-RECORD
028943             INVALID KEY
028945                 MOVE "10" TO WS-REASON
028946         END-REWRITE
028947     ELSE
028948         WRITE CONTACT-RECORD
028950             INVALID KEY
028951                 MOVE "10" TO WS-REASON
028952         END-WRITE
028953     END-IF.
028955     IF NOT WS-CONTACT-OK AND WS-REASON = SPACES
028956         MOVE "10" TO WS-REASON
028957     END-IF.
028958     IF WS-REASON NOT = SPACES
028960         GO TO 3350-EXIT
028961     END-IF.
028962     ADD 1 TO WS-CONTACT-COUNT.
028963     PERFORM 3360-WRITE-AUDIT THRU 3360-EXIT.
028965 3350-EXIT.
028966     EXIT.
028967
028968*----------------------------------------------------------*
028970* 3360-WRITE-AUDIT - ONE MEMAUDIT LINE FOR THE CONTACT      *
028971* CHANGE, IN MEMBER MAINTENANCE'S K FORM (MEMBER IMAGES     *
028972* BLANK, CONTACT BEFORE AND AFTER).                         *
028973*----------------------------------------------------------*
028975 3360-WRITE-AUDIT.
028976     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
028977     ACCEPT WS-CURR-TIME FROM TIME.
028978     MOVE SPACES            TO MEMBER-AUDIT-RECORD.
028980     MOVE WS-CURR-DATE      TO AU-DATE.
028981     MOVE WS-CURR-TIME      TO AU-TIME.
028982     MOVE "PORTAL"          TO AU-USER.
028983     MOVE 'K'               TO AU-ACTION.
028985     MOVE WS-CSV-ID         TO AU-MEMBER-ID.
028986     MOVE WS-CONTACT-BEFORE TO AU-CONTACT-BEFORE.
028987     MOVE CONTACT-RECORD    TO AU-CONTACT-AFTER.
028988     WRITE MEMBER-AUDIT-RECORD.
028990     IF NOT WS-AUDIT-OK
028991         DISPLAY "MEMAUDIT WRITE FAILED, STATUS = "
028992             WS-AUDIT-STATUS
028993         IF RETURN-CODE < 4
028995             MOVE 4 TO RETURN-CODE
028996         END-IF
028997     END-IF.
028998 3360-EXIT.
029000     EXIT.
029100
029200 3400-WRITE-REJECT.
031900     CLOSE PORTAL-IN-FILE.
032000     CLOSE MEMBER-MASTER-FILE.
032100     CLOSE PORTAL-ERROR-FILE.
032133     CLOSE CONTACT-FILE.
032166     CLOSE MEMBER-AUDIT-FILE.
032200     DISPLAY "PORTAL IMPORT COMPLETE".
032300     DISPLAY "  ROWS READ.....: " WS-READ-COUNT.
032400     DISPLAY "  APPLIED.......: " WS-APPLIED-COUNT.
032450     DISPLAY "  CONTACTS CHGD.: " WS-CONTACT-COUNT.
032500     DISPLAY "  REJECTED......: " WS-REJECT-COUNT.
032600     IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
032700         MOVE 4 TO RETURN-CODE
