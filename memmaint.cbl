003650*                      AGECALC SERVICE INSTEAD OF KEYING
003660*                      AN AGE THAT NEVER CHANGES.  AUDIT
003670*                      IMAGES WIDENED TO 82.
003673*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
003676*                      CODE, DUES-BILLED-THRU MONTH AND
003679*                      JOINING-FEE FLAG (RECORD 82 TO 96).
003682*                      ADDS AND CHANGES PROMPT FOR THE PLAN
003685*                      CODE AND CHECK IT AGAINST PLANMAST
003688*                      WHEN THAT FILE IS ON HAND; ADDS ARE
003691*                      FLAGGED FOR THE JOINING FEE AND A
003694*                      CHANGE KEEPS THE BILLING FIELDS.
003697*                      AUDIT IMAGES WIDENED TO 96.
003700*   2026-10-15  KAGE   MEMBER CONTACT FILE (CONTACT, KEYED
003703*                      ON MEMBER-ID) - ADDRESS, PHONE,
003706*                      E-MAIL AND STATEMENT DELIVERY
003709*                      (P)APER OR (E)-MAIL.  NEW ACTION K
003712*                      KEYS A MEMBER'S CONTACT DETAILS; AN
003715*                      ADD KEYS THEM WITH THE MEMBER AND A
003718*                      DELETE REMOVES THEM.  MEMAUDIT
003721*                      CARRIES THE CONTACT BEFORE/AFTER
003724*                      IMAGES TOO (RECORD 241 TO 615); A
003727*                      PART NOT TOUCHED BY THE ACTION HAS
003730*                      BLANK IMAGES.  THE FIRST ADD CREATES
003733*                      AN EMPTY CONTACT FILE, AS FOR MEMMAST.
003736*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
003739*                      SIGNED ON AT THE KIOSK, PASSED BY
003742*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
003745*                      OF BEING KEYED FREELY HERE.
003748*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
003751*                      (RECORD 96 TO 99, APPENDED) -
003754*                      LENGTHS AND COPY REPLACEMENTS GREW
003757*                      WITH IT, MEMAUDIT 615 TO 621.
003760*   2026-10-15  KAGE   ADDS AND CHANGES PROMPT FOR THE
003763*                      MEMBER'S HOME SITE (BLANK IS SITE
003766*                      01) AND CHECK IT AGAINST THE NEW
003769*                      SITE MASTER (SITEMAST) WHEN THAT
003772*                      FILE IS ON HAND.  PLANMAST ROWS
003775*                      CARRY A SITE-ACCESS FLAG NOW (LAYOUT
003778*                      ONLY HERE).
003781*   2026-10-15  KAGE   CONTACT BEFORE-IMAGE AND FOUND
003784*                      SWITCH CLEARED ON EVERY CALL - THE
003787*                      KIOSK DRIVER KEEPS WORKING STORAGE,
003790*                      AND A C ACTION COULD AUDIT THE
003793*                      PREVIOUS MEMBER'S CONTACT IMAGE.
003796*----------------------------------------------------------*
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004800     SELECT MEMBER-AUDIT-FILE ASSIGN TO "MEMAUDIT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AUDIT-STATUS.
005006
005013     SELECT PLAN-MASTER-FILE ASSIGN TO "PLANMAST"
005020         ORGANIZATION IS LINE SEQUENTIAL
005026         FILE STATUS IS WS-PLAN-STATUS.
005033
005040     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
005046         ORGANIZATION IS INDEXED
005053         ACCESS MODE IS DYNAMIC
005060         RECORD KEY IS CT-MEMBER-ID
005066         FILE STATUS IS WS-CONTACT-STATUS.
005073
005080     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
005086         ORGANIZATION IS LINE SEQUENTIAL
005093         FILE STATUS IS WS-SITE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
006700     05 FILLER               PIC X(01).
006800     05 AU-MEMBER-ID         PIC X(20).
006900     05 FILLER               PIC X(01).
007000     05 AU-BEFORE-IMAGE      PIC X(99).
007100     05 FILLER               PIC X(01).
007107     05 AU-AFTER-IMAGE       PIC X(99).
007115     05 FILLER               PIC X(01).
007123     05 AU-CONTACT-BEFORE    PIC X(186).
007130     05 FILLER               PIC X(01).
007138     05 AU-CONTACT-AFTER     PIC X(186).
007146
007153 FD  PLAN-MASTER-FILE.
007161 01  PLAN-MASTER-RECORD.
007169     05 PL-PLAN-CODE         PIC X(04).
007176     05 FILLER               PIC X(01).
007184     05 PL-DESCRIPTION       PIC X(20).
007192     05 FILLER               PIC X(01).
007200     05 PL-MONTHLY-DUES      PIC 9(04)V99.
007207     05 FILLER               PIC X(01).
007215     05 PL-JOIN-FEE          PIC 9(04)V99.
007223     05 FILLER               PIC X(01).
007230     05 PL-SITE-ACCESS       PIC X(01).
007238
007246 FD  CONTACT-FILE.
007253 01  CONTACT-RECORD.
007261     COPY CONTACT.
007269
007276 FD  SITE-MASTER-FILE.
007284 01  SITE-MASTER-RECORD.
007292     COPY SITE.
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-USER-ID              PIC X(08).
007700     88 ACTION-ADD           VALUE 'A'.
007800     88 ACTION-CHANGE        VALUE 'C'.
007900     88 ACTION-DELETE        VALUE 'D'.
007950     88 ACTION-CONTACT       VALUE 'K'.
008000     88 ACTION-VALID         VALUE 'A' 'C' 'D' 'K'.
008100
008200 01  WS-SEARCH-ID            PIC X(20).
008300 01  WS-SEARCH-ID-PARTS REDEFINES WS-SEARCH-ID.
010600                   ==MEMBER-STATUS-DATE==
010700                   BY ==NW-MEMBER-STATUS-DATE==
010701                   ==MEMBER-DOB==
010702                       BY ==NW-MEMBER-DOB==
010712                   ==MEMBER-PLAN-CODE==
010723                       BY ==NW-MEMBER-PLAN-CODE==
010734                   ==MEMBER-DUES-THRU==
010745                       BY ==NW-MEMBER-DUES-THRU==
010756                   ==MEMBER-JOIN-FEE-SW==
010767                       BY ==NW-MEMBER-JOIN-FEE-SW==
010778                   ==MEMBER-JOIN-FEE-DUE==
010789                       BY ==NW-MEMBER-JOIN-FEE-DUE==
010792                   ==MEMBER-HOME-SITE==
010796                       BY ==NW-MEMBER-HOME-SITE==.
010800
010900 01  WS-BEFORE-IMAGE         PIC X(99).
011000 01  WS-AFTER-IMAGE          PIC X(99).
011033 01  WS-CONTACT-BEFORE       PIC X(186).
011066 01  WS-CONTACT-AFTER        PIC X(186).
011100
011200 01  WS-NAME-INPUT           PIC X(20).
011300 01  WS-DOB-INPUT            PIC X(08).
012500 01  WS-BAL-INPUT            PIC X(06) JUSTIFIED RIGHT.
012600 01  WS-BAL-NUM REDEFINES WS-BAL-INPUT
012700                             PIC 9(04)V99.
012750 01  WS-PLAN-INPUT           PIC X(04).
012755 01  WS-SITE-INPUT           PIC X(02).
012760 01  WS-EMAIL-INPUT          PIC X(50).
012770 01  WS-AT-COUNT             PIC 9(02) COMP.
012780 01  WS-DELIVERY-INPUT       PIC X(01).
012790     88 DELIVERY-INPUT-VALID VALUE 'P' 'E'.
012800
012900 01  WS-SWITCHES.
013000     05 WS-MASTER-STATUS     PIC X(02).
013900         88 MASTER-EMPTY     VALUE 'Y'.
014000     05 WS-APPLY-FAIL-SW     PIC X(01) VALUE 'N'.
014100         88 APPLY-FAILED     VALUE 'Y'.
014103     05 WS-PLAN-STATUS       PIC X(02).
014107         88 WS-PLAN-OK       VALUE '00'.
014111         88 WS-PLAN-EOF      VALUE '10'.
014115     05 WS-PLAN-FOUND-SW     PIC X(01) VALUE 'N'.
014119         88 PLAN-FOUND       VALUE 'Y'.
014123     05 WS-PLAN-FILE-SW      PIC X(01) VALUE 'N'.
014126         88 PLAN-FILE-ON     VALUE 'Y'.
014130     05 WS-SITE-STATUS       PIC X(02).
014134         88 WS-SITE-OK       VALUE '00'.
014138         88 WS-SITE-EOF      VALUE '10'.
014142     05 WS-SITE-FOUND-SW     PIC X(01) VALUE 'N'.
014146         88 SITE-FOUND       VALUE 'Y'.
014150     05 WS-SITE-FILE-SW      PIC X(01) VALUE 'N'.
014153         88 SITE-FILE-ON     VALUE 'Y'.
014157     05 WS-CONTACT-STATUS    PIC X(02).
014161         88 WS-CONTACT-OK    VALUE '00'.
014165         88 WS-CONTACT-NOT-FOUND VALUE '35'.
014169     05 WS-CONTACT-FOUND-SW  PIC X(01) VALUE 'N'.
014173         88 CONTACT-FOUND    VALUE 'Y'.
014176     05 WS-CONTACT-OPEN-SW   PIC X(01) VALUE 'N'.
014180         88 CONTACT-OPEN     VALUE 'Y'.
014184     05 WS-CONTACT-EMPTY-SW  PIC X(01) VALUE 'N'.
014188         88 CONTACT-EMPTY    VALUE 'Y'.
014192     05 WS-CONTACT-FAIL-SW   PIC X(01) VALUE 'N'.
014196         88 CONTACT-FAILED   VALUE 'Y'.
014200
014300 01  WS-CURRENT-DATE-TIME.
014400     05 WS-CURR-DATE         PIC X(08).
014500     05 WS-CURR-TIME         PIC X(06).
014600
014620 LINKAGE SECTION.
014640 01  SIGNON-PARM.
014660     COPY SIGNON.
014680
014700 PROCEDURE DIVISION USING SIGNON-PARM.
014800 0000-MAINLINE.
014833     MOVE SPACES TO WS-CONTACT-BEFORE.
014866     MOVE 'N' TO WS-CONTACT-FOUND-SW.
014900     PERFORM 1000-GET-USER-ID THRU 1000-EXIT.
015000     PERFORM 1100-GET-ACTION THRU 1100-EXIT.
015100     PERFORM 1200-GET-MEMBER-ID THRU 1200-EXIT.
015600         PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT
015700         GO TO 0000-GOBACK
015800     END-IF.
015900     IF (ACTION-CHANGE OR ACTION-DELETE OR ACTION-CONTACT)
015950         AND NOT MEMBER-FOUND
016000         DISPLAY "NO MEMBER FOUND FOR ID " WS-SEARCH-ID
016100         PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT
016200         GO TO 0000-GOBACK
016300     END-IF.
016325     IF ACTION-ADD OR ACTION-DELETE OR ACTION-CONTACT
016350         PERFORM 2100-OPEN-CONTACT THRU 2100-EXIT
016375     END-IF.
016400     IF ACTION-ADD OR ACTION-CHANGE
016500         PERFORM 3000-GATHER-FIELDS THRU 3000-EXIT
016600     END-IF.
016625     IF ACTION-ADD OR ACTION-CONTACT
016650         PERFORM 3800-GATHER-CONTACT THRU 3800-EXIT
016675     END-IF.
016700     PERFORM 4000-APPLY-TO-MASTER THRU 4000-EXIT.
016725     IF NOT APPLY-FAILED
016750         PERFORM 4500-APPLY-CONTACT THRU 4500-EXIT
016775     END-IF.
016800     PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT.
016900     IF APPLY-FAILED
017000         DISPLAY "MAINTENANCE NOT APPLIED FOR MEMBER "
017900*----------------------------------------------------------*
018000* 1000-GET-USER-ID - IDENTIFY THE CLERK KEYING THE CHANGE    *
018100* SO THE AUDIT TRAIL CAN ANSWER "WHO CHANGED THIS MEMBER".   *
018150* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.       *
018200*----------------------------------------------------------*
018300 1000-GET-USER-ID.
018400     MOVE SO-OPER-ID TO WS-USER-ID.
019000 1000-EXIT.
019100     EXIT.
019200
019300*----------------------------------------------------------*
019400* 1100-GET-ACTION - PROMPT FOR THE MAINTENANCE ACTION AND    *
019500* RE-PROMPT UNTIL IT IS ONE OF A(DD), C(HANGE), D(ELETE).    *
019550* K CHANGES ONLY THE MEMBER'S CONTACT DETAILS.               *
019600*----------------------------------------------------------*
019700 1100-GET-ACTION.
019800     DISPLAY "Action - A(dd), C(hange), D(elete), "
019850         "K (contact details): "
019900         WITH NO ADVANCING.
020000     ACCEPT WS-ACTION.
020100     IF NOT ACTION-VALID
020200         DISPLAY "INVALID ACTION - ENTER A, C, D OR K"
020300         GO TO 1100-GET-ACTION
020400     END-IF.
020500 1100-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------*
026902* 2100-OPEN-CONTACT - OPEN THE CONTACT FILE FOR UPDATE AND  *
026904* READ THE MEMBER'S CONTACT RECORD, KEEPING A BEFORE IMAGE  *
026907* IF THERE IS ONE.  NO CONTACT FILE ON A DELETE MEANS       *
026909* NOTHING TO REMOVE; ON AN ADD OR K IT IS CREATED EMPTY.    *
026911*----------------------------------------------------------*
026914 2100-OPEN-CONTACT.
026916     MOVE 'N' TO WS-CONTACT-FOUND-SW.
026919     MOVE 'N' TO WS-CONTACT-OPEN-SW.
026921     MOVE 'N' TO WS-CONTACT-EMPTY-SW.
026923     MOVE SPACES TO WS-CONTACT-BEFORE.
026926     OPEN I-O CONTACT-FILE.
026928     IF WS-CONTACT-NOT-FOUND
026930         IF ACTION-DELETE
026933             GO TO 2100-EXIT
026935         END-IF
026938         MOVE 'Y' TO WS-CONTACT-EMPTY-SW
026940         OPEN OUTPUT CONTACT-FILE
026942     END-IF.
026945     IF NOT WS-CONTACT-OK
026947         DISPLAY "CONTACT OPEN FAILED, STATUS = "
026950             WS-CONTACT-STATUS
026952         PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT
026954         GOBACK
026957     END-IF.
026959     MOVE 'Y' TO WS-CONTACT-OPEN-SW.
026961     IF CONTACT-EMPTY
026964         GO TO 2100-EXIT
026966     END-IF.
026969     MOVE WS-SEARCH-ID TO CT-MEMBER-ID.
026971     READ CONTACT-FILE
026973         INVALID KEY
026976             MOVE 'N' TO WS-CONTACT-FOUND-SW
026978         NOT INVALID KEY
026980             MOVE 'Y' TO WS-CONTACT-FOUND-SW
026983             MOVE CONTACT-RECORD TO WS-CONTACT-BEFORE
026985             DISPLAY "CONTACT ON FILE: " CONTACT-RECORD
026988     END-READ.
026990 2100-EXIT.
026992     EXIT.
026995
026997*----------------------------------------------------------*
027000* 3000-GATHER-FIELDS - KEY EVERY FIELD OF THE NEW OR         *
027100* REPLACEMENT RECORD, APPLYING THE SAME EDITS THE LOOKUP     *
027200* PROGRAMS APPLY WHEN THEY READ THE MASTER - AGE 0-120 AND   *
028600     PERFORM 3400-GET-WEIGHT THRU 3400-EXIT.
028700     PERFORM 3500-GET-BALANCE THRU 3500-EXIT.
028800     PERFORM 3600-GET-STATUS THRU 3600-EXIT.
028850     PERFORM 3700-GET-PLAN THRU 3700-EXIT.
028875     PERFORM 3750-GET-SITE THRU 3750-EXIT.
028900 3000-EXIT.
029000     EXIT.
029100
037000     MOVE WS-CURR-DATE TO NW-MEMBER-STATUS-DATE.
037100 3600-EXIT.
037200     EXIT.
037201
037202*----------------------------------------------------------*
037203* 3700-GET-PLAN - MEMBERSHIP PLAN CODE, CHECKED AGAINST THE *
037204* PLAN MASTER WHEN THAT FILE IS ON HAND (TAKEN ON TRUST     *
037205* WITH A WARNING WHEN IT IS NOT, LIKE CLSMAINT'S INSTRUCTOR *
037206* CHECK).  A NEW MEMBER IS FLAGGED JOINING-FEE-DUE FOR THE  *
037207* NEXT DUESBILL RUN; A CHANGE CARRIES THE DUES-BILLED-THRU  *
037208* MONTH AND THE FLAG FORWARD FROM THE RECORD ON FILE SO A   *
037209* PLAN CHANGE NEVER RE-BILLS A MONTH OR A JOINING FEE.      *
037210*----------------------------------------------------------*
037211 3700-GET-PLAN.
037213     DISPLAY "Plan code: " WITH NO ADVANCING.
037214     ACCEPT WS-PLAN-INPUT.
037215     IF WS-PLAN-INPUT = SPACES
037216         DISPLAY "PLAN CODE MAY NOT BE BLANK"
037217         GO TO 3700-GET-PLAN
037218     END-IF.
037219     PERFORM 3710-LOOKUP-PLAN THRU 3710-EXIT.
037220     IF PLAN-FILE-ON AND NOT PLAN-FOUND
037221         DISPLAY "NO PLAN ON FILE FOR CODE " WS-PLAN-INPUT
037222         GO TO 3700-GET-PLAN
037223     END-IF.
037225     IF NOT PLAN-FILE-ON
037226         DISPLAY "PLAN MASTER NOT ON HAND - CODE TAKEN"
037227             " AS KEYED"
037228     END-IF.
037229     MOVE WS-PLAN-INPUT TO NW-MEMBER-PLAN-CODE.
037230     IF ACTION-ADD
037231         MOVE SPACES TO NW-MEMBER-DUES-THRU
037232         MOVE 'Y' TO NW-MEMBER-JOIN-FEE-SW
037233     ELSE
037234         MOVE MEMBER-DUES-THRU   TO NW-MEMBER-DUES-THRU
037235         MOVE MEMBER-JOIN-FEE-SW TO NW-MEMBER-JOIN-FEE-SW
037236     END-IF.
037238 3700-EXIT.
037239     EXIT.
037240
037241 3710-LOOKUP-PLAN.
037242     MOVE 'N' TO WS-PLAN-FOUND-SW.
037243     MOVE 'N' TO WS-PLAN-FILE-SW.
037244     OPEN INPUT PLAN-MASTER-FILE.
037245     IF NOT WS-PLAN-OK
037246         GO TO 3710-EXIT
037247     END-IF.
037248     MOVE 'Y' TO WS-PLAN-FILE-SW.
037250     PERFORM 3720-READ-PLAN THRU 3720-EXIT.
037251     PERFORM 3730-MATCH-PLAN THRU 3730-EXIT
037252         UNTIL WS-PLAN-EOF OR PLAN-FOUND.
037253     CLOSE PLAN-MASTER-FILE.
037254 3710-EXIT.
037255     EXIT.
037256
037257 3720-READ-PLAN.
037258     READ PLAN-MASTER-FILE.
037259 3720-EXIT.
037260     EXIT.
037261
037263 3730-MATCH-PLAN.
037264     IF PL-PLAN-CODE = WS-PLAN-INPUT
037265         MOVE 'Y' TO WS-PLAN-FOUND-SW
037266         DISPLAY "PLAN: " PL-DESCRIPTION
037267         GO TO 3730-EXIT
037268     END-IF.
037269     PERFORM 3720-READ-PLAN THRU 3720-EXIT.
037270 3730-EXIT.
037271     EXIT.
037272
037273*----------------------------------------------------------*
037275* 3750-GET-SITE - THE MEMBER'S HOME CLUB.  BLANK IS SITE    *
037276* 01, THE ORIGINAL CLUB.  CHECKED AGAINST THE SITE MASTER   *
037277* WHEN THAT FILE IS ON HAND (TAKEN ON TRUST WITH A WARNING  *
037278* OTHERWISE, LIKE THE PLAN CODE).  INANDOUT LETS A MEMBER   *
037279* INTO ANOTHER CLUB ONLY WHEN THEIR PLAN ALLOWS IT.         *
037280*----------------------------------------------------------*
037281 3750-GET-SITE.
037282     DISPLAY "Home site code (blank = 01): " WITH NO ADVANCING.
037283     ACCEPT WS-SITE-INPUT.
037284     IF WS-SITE-INPUT = SPACES
037285         MOVE "01" TO WS-SITE-INPUT
037286     END-IF.
037288     PERFORM 3760-LOOKUP-SITE THRU 3760-EXIT.
037289     IF SITE-FILE-ON AND NOT SITE-FOUND
037290         DISPLAY "NO SITE ON FILE FOR CODE " WS-SITE-INPUT
037291         GO TO 3750-GET-SITE
037292     END-IF.
037293     IF NOT SITE-FILE-ON
037294         DISPLAY "SITE MASTER NOT ON HAND - CODE TAKEN AS KEYED"
037295     END-IF.
037296     MOVE WS-SITE-INPUT TO NW-MEMBER-HOME-SITE.
037297 3750-EXIT.
037298     EXIT.
037300
037301 3760-LOOKUP-SITE.
037302     MOVE 'N' TO WS-SITE-FOUND-SW.
037303     MOVE 'N' TO WS-SITE-FILE-SW.
037304     OPEN INPUT SITE-MASTER-FILE.
037305     IF NOT WS-SITE-OK
037306         GO TO 3760-EXIT
037307     END-IF.
037308     MOVE 'Y' TO WS-SITE-FILE-SW.
037309     PERFORM 3770-READ-SITE THRU 3770-EXIT.
037310     PERFORM 3780-MATCH-SITE THRU 3780-EXIT
037311         UNTIL WS-SITE-EOF OR SITE-FOUND.
037312     CLOSE SITE-MASTER-FILE.
037313 3760-EXIT.
037314     EXIT.
037315
037316 3770-READ-SITE.
037317     READ SITE-MASTER-FILE.
037318 3770-EXIT.
037319     EXIT.
037320
037321 3780-MATCH-SITE.
037322     IF ST-SITE-CODE = WS-SITE-INPUT
037323         MOVE 'Y' TO WS-SITE-FOUND-SW
037324         DISPLAY "SITE: " ST-SITE-NAME
037325         GO TO 3780-EXIT
037326     END-IF.
037327     PERFORM 3770-READ-SITE THRU 3770-EXIT.
037328 3780-EXIT.
037329     EXIT.
037330
037331*----------------------------------------------------------*
037332* 3800-GATHER-CONTACT - KEY THE MEMBER'S CONTACT DETAILS    *
037333* INTO THE CONTACT RECORD AREA.  A PAPER MEMBER MUST HAVE   *
037334* A STREET LINE, CITY AND POSTAL CODE TO MAIL TO; AN E-MAIL *
037335* MEMBER MUST HAVE AN ADDRESS WITH ONE @ IN IT.  ADDRESS    *
037336* LINE 2 AND THE PHONE MAY BE LEFT BLANK.                   *
037337*----------------------------------------------------------*
037338 3800-GATHER-CONTACT.
037339     MOVE SPACES TO CONTACT-RECORD.
037340     MOVE WS-SEARCH-ID TO CT-MEMBER-ID.
037341     DISPLAY "Address line 1: " WITH NO ADVANCING.
037342     ACCEPT CT-ADDRESS-1.
037343     DISPLAY "Address line 2: " WITH NO ADVANCING.
037344     ACCEPT CT-ADDRESS-2.
037345     DISPLAY "City: " WITH NO ADVANCING.
037346     ACCEPT CT-CITY.
037347     DISPLAY "State (2 letters): " WITH NO ADVANCING.
037348     ACCEPT CT-STATE.
037349     DISPLAY "Postal code: " WITH NO ADVANCING.
037350     ACCEPT CT-POSTAL-CODE.
037351     DISPLAY "Phone: " WITH NO ADVANCING.
037352     ACCEPT CT-PHONE.
037353     PERFORM 3810-GET-EMAIL THRU 3810-EXIT.
037354     PERFORM 3820-GET-DELIVERY THRU 3820-EXIT.
037355     IF CT-DELIVER-PAPER
037356         AND (CT-ADDRESS-1 = SPACES
037357         OR CT-CITY = SPACES
037358         OR CT-POSTAL-CODE = SPACES)
037359         DISPLAY "PAPER DELIVERY NEEDS ADDRESS LINE 1, CITY"
037360             " AND POSTAL CODE"
037361         GO TO 3800-GATHER-CONTACT
037362     END-IF.
037363     IF CT-DELIVER-EMAIL AND CT-EMAIL = SPACES
037364         DISPLAY "E-MAIL DELIVERY NEEDS AN E-MAIL ADDRESS"
037365         GO TO 3800-GATHER-CONTACT
037366     END-IF.
037367 3800-EXIT.
037368     EXIT.
037369
037370 3810-GET-EMAIL.
037371     DISPLAY "E-mail: " WITH NO ADVANCING.
037372     ACCEPT WS-EMAIL-INPUT.
037373     IF WS-EMAIL-INPUT = SPACES
037374         MOVE SPACES TO CT-EMAIL
037375         GO TO 3810-EXIT
037376     END-IF.
037377     MOVE 0 TO WS-AT-COUNT.
037378     INSPECT WS-EMAIL-INPUT TALLYING WS-AT-COUNT FOR ALL "@".
037379     IF WS-AT-COUNT NOT = 1
037380         DISPLAY "INVALID E-MAIL - ONE @ EXPECTED"
037381         GO TO 3810-GET-EMAIL
037382     END-IF.
037383     MOVE WS-EMAIL-INPUT TO CT-EMAIL.
037384 3810-EXIT.
037385     EXIT.
037386
037387 3820-GET-DELIVERY.
037388     DISPLAY "Statements by P(aper) or E(-mail): "
037389         WITH NO ADVANCING.
037390     ACCEPT WS-DELIVERY-INPUT.
037391     IF NOT DELIVERY-INPUT-VALID
037392         DISPLAY "INVALID DELIVERY - ENTER P OR E"
037393         GO TO 3820-GET-DELIVERY
037394     END-IF.
037395     MOVE WS-DELIVERY-INPUT TO CT-DELIVERY.
037396 3820-EXIT.
037397     EXIT.
037398
037400*----------------------------------------------------------*
037500* 4000-APPLY-TO-MASTER - APPLY THE KEYED ACTION IN PLACE:    *
037600* AN ADD IS A KEYED WRITE, A CHANGE IS A REWRITE OF THE      *
040700                     WS-MASTER-STATUS
040800                 MOVE 'Y' TO WS-APPLY-FAIL-SW
040900             END-IF
040933         WHEN ACTION-CONTACT
040966             CONTINUE
041000         WHEN ACTION-DELETE
041100             DELETE MEMBER-MASTER-FILE RECORD
041200                 INVALID KEY
042400     EXIT.
042500
042600*----------------------------------------------------------*
042601* 4500-APPLY-CONTACT - APPLY THE CONTACT SIDE ONCE THE      *
042603* MASTER SIDE HAS GONE THROUGH: WRITE A NEW CONTACT RECORD, *
042605* REWRITE THE ONE ON FILE, OR DELETE IT WITH THE MEMBER.    *
042607* A FAILURE HERE LEAVES THE CONTACT RECORD AS IT WAS (THE   *
042609* AUDIT AFTER IMAGE SAYS SO); ONLY FOR A K ACTION DOES IT   *
042611* MEAN NOTHING WAS APPLIED.                                 *
042612*----------------------------------------------------------*
042614 4500-APPLY-CONTACT.
042616     MOVE 'N' TO WS-CONTACT-FAIL-SW.
042618     MOVE SPACES TO WS-CONTACT-AFTER.
042620     IF NOT CONTACT-OPEN
042622         GO TO 4500-EXIT
042624     END-IF.
042625     EVALUATE TRUE
042627         WHEN ACTION-DELETE
042629             IF NOT CONTACT-FOUND
042631                 GO TO 4500-EXIT
042633             END-IF
042635             MOVE WS-SEARCH-ID TO CT-MEMBER-ID
042637             DELETE CONTACT-FILE RECORD
042638                 INVALID KEY
042640                     MOVE 'Y' TO WS-CONTACT-FAIL-SW
042642             END-DELETE
042644         WHEN CONTACT-FOUND
042646             REWRITE CONTACT-RECORD
042648                 INVALID KEY
042650                     MOVE 'Y' TO WS-CONTACT-FAIL-SW
042651             END-REWRITE
042653         WHEN OTHER
042655             WRITE CONTACT-RECORD
042657                 INVALID KEY
042659                     MOVE 'Y' TO WS-CONTACT-FAIL-SW
042661             END-WRITE
042662     END-EVALUATE.
042664     IF NOT WS-CONTACT-OK
042666         MOVE 'Y' TO WS-CONTACT-FAIL-SW
042668     END-IF.
042670     IF CONTACT-FAILED
042672         DISPLAY "CONTACT UPDATE FAILED, STATUS = "
042674             WS-CONTACT-STATUS
042675         MOVE WS-CONTACT-BEFORE TO WS-CONTACT-AFTER
042677         IF ACTION-CONTACT
042679             MOVE 'Y' TO WS-APPLY-FAIL-SW
042681         END-IF
042683         GO TO 4500-EXIT
042685     END-IF.
042687     IF NOT ACTION-DELETE
042688         MOVE CONTACT-RECORD TO WS-CONTACT-AFTER
042690     END-IF.
042692 4500-EXIT.
042694     EXIT.
042696
042698*----------------------------------------------------------*
042700* 6000-WRITE-AUDIT - APPEND ONE BEFORE/AFTER IMAGE OF THE    *
042800* MAINTENANCE JUST APPLIED, STAMPED WITH DATE, TIME AND THE  *
042900* CLERK ID, SO "WHO CHANGED THIS MEMBER'S BALANCE AND WHEN"  *
043300     MOVE SPACES TO WS-AFTER-IMAGE.
043400     IF ACTION-ADD OR ACTION-CHANGE
043500         MOVE WS-NEW-MEMBER TO WS-AFTER-IMAGE
043525     END-IF.
043550     IF ACTION-CONTACT
043575         MOVE SPACES TO WS-BEFORE-IMAGE
043600     END-IF.
043700     OPEN EXTEND MEMBER-AUDIT-FILE.
043800     IF WS-AUDIT-NOT-FOUND
045300     MOVE WS-SEARCH-ID    TO AU-MEMBER-ID.
045400     MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
045500     MOVE WS-AFTER-IMAGE  TO AU-AFTER-IMAGE.
045533     MOVE WS-CONTACT-BEFORE TO AU-CONTACT-BEFORE.
045566     MOVE WS-CONTACT-AFTER  TO AU-CONTACT-AFTER.
045600     WRITE MEMBER-AUDIT-RECORD.
045700     IF NOT WS-AUDIT-OK
045800         DISPLAY "MEMAUDIT WRITE FAILED, STATUS = "
046300     EXIT.
046400
046500*----------------------------------------------------------*
046600* 9000-CLOSE-MASTER - CLOSE THE MASTER FILE (AND THE        *
046650* CONTACT FILE IF THIS ACTION OPENED IT).                   *
046700*----------------------------------------------------------*
046800 9000-CLOSE-MASTER.
046900     CLOSE MEMBER-MASTER-FILE.
046920     IF CONTACT-OPEN
046940         CLOSE CONTACT-FILE
046960         MOVE 'N' TO WS-CONTACT-OPEN-SW
046980     END-IF.
047000 9000-EXIT.
047100     EXIT.
