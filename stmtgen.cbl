004060*                      A MEMBER FINALLY SEES THEIR PAYMENTS
004070*                      AGAINST THE CHARGES INSTEAD OF AN
004080*                      UNEXPLAINED OPENING NUMBER.
004081*   2026-10-15  KAGE   PAYMENT ACTIVITY NOW INCLUDES THE
004082*                      REVERSALS, REFUNDS AND RETURNED ITEMS
004083*                      PAYPOST POSTED, EACH LABELLED AND
004085*                      PRINTED AS A CHARGE (POSITIVE) WITH
004086*                      THE DATE OF THE PAYMENT IT UNDOES;
004087*                      A RETURNED-ITEM FEE PRINTS ON ITS OWN
004088*                      LINE.  PAYHIST RECORD 52 TO 77 BYTES.
004095*   2026-10-15  KAGE   HOUSEHOLD STATEMENTS.  A HOUSEHOLD
004102*                      (SEE HOUSEHLD) NOW GETS ONE
004109*                      CONSOLIDATED STATEMENT ADDRESSED TO
004116*                      THE RESPONSIBLE PAYER, WITH A SECTION
004123*                      FOR THE PAYER AND ONE FOR EACH ACTIVE
004130*                      DEPENDENT (SAME OPENING, PAYMENTS,
004137*                      ADJUSTMENTS AND CLOSING AS A SINGLE
004144*                      STATEMENT) AND A HOUSEHOLD TOTAL DUE,
004151*                      INSTEAD OF A SEPARATE STATEMENT MAILED
004158*                      TO EACH CHILD.  IF THE PAYER IS NOT
004165*                      ACTIVE OR NOT ON THE MASTER THE
004172*                      DEPENDENTS GET THEIR OWN STATEMENTS AS
004179*                      BEFORE.
004180*   2026-10-15  KAGE   MAILING.  EACH STATEMENT LOOKS UP THE
004181*                      MEMBER'S CONTACT RECORD (THE PAYER'S
004182*                      FOR A HOUSEHOLD).  A PAPER STATEMENT
004183*                      PRINTS THE NAME AND ADDRESS BLOCK
004184*                      UNDER THE HEADING, OR A NO-ADDRESS
004185*                      WARNING LINE THE MAILROOM CAN PULL;
004186*                      AN E-MAIL MEMBER'S STATEMENT GOES TO
004187*                      THE ESTMT EXTRACT INSTEAD OF THE
004188*                      PRINT FILE, EVERY LINE KEYED BY
004189*                      MEMBER ID AND E-MAIL ADDRESS.  NO
004190*                      CONTACT FILE MEANS ALL PAPER, RC 4.
004191*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
004192*                      (RECORD 96 TO 99, APPENDED) -
004194*                      LENGTHS AND COPY REPLACEMENTS GREW
004195*                      WITH IT.
004197*----------------------------------------------------------*
004198
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
005720     SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
005730         ORGANIZATION IS LINE SEQUENTIAL
005740         FILE STATUS IS WS-PAYH-STATUS.
005752
005764     SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
005776         ORGANIZATION IS LINE SEQUENTIAL
005788         FILE STATUS IS WS-HHLD-STATUS.
005789
005790     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
005791         ORGANIZATION IS INDEXED
005792         ACCESS MODE IS DYNAMIC
005793         RECORD KEY IS CT-MEMBER-ID
005794         FILE STATUS IS WS-CONTACT-STATUS.
005795
005796     SELECT ESTMT-FILE ASSIGN TO "ESTMT"
005797         ORGANIZATION IS LINE SEQUENTIAL
005798         FILE STATUS IS WS-ESTMT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
008291     05 PH-TIME              PIC X(06).
008292     05 FILLER               PIC X(01).
008293     05 PH-CLERK             PIC X(08).
008303     05 FILLER               PIC X(01).
008314     05 PH-TYPE              PIC X(01).
008325     05 FILLER               PIC X(01).
008335     05 PH-REF-DATE          PIC X(08).
008346     05 FILLER               PIC X(01).
008357     05 PH-REF-TIME          PIC X(06).
008367     05 FILLER               PIC X(01).
008378     05 PH-FEE               PIC 9(04)V99.
008380
008382 FD  HOUSEHOLD-FILE.
008384 01  HOUSEHOLD-RECORD.
008386     COPY HOUSEHLD.
008387
008388 FD  CONTACT-FILE.
008389 01  CONTACT-RECORD.
008390     COPY CONTACT.
008391
008392 FD  ESTMT-FILE.
008393 01  ESTMT-RECORD.
008394     05 ES-MEMBER-ID         PIC X(20).
008395     05 FILLER               PIC X(01).
008396     05 ES-EMAIL             PIC X(50).
008397     05 FILLER               PIC X(01).
008398     05 ES-LINE              PIC X(80).
008399
008400 WORKING-STORAGE SECTION.
008500 01  WS-SWITCHES.
008600     05 WS-MASTER-STATUS     PIC X(02).
009320         88 WS-PAYH-OK       VALUE '00'.
009330         88 WS-PAYH-EOF      VALUE '10'.
009340         88 WS-PAYH-NOT-FOUND VALUE '35'.
009342     05 WS-HHLD-STATUS       PIC X(02).
009345         88 WS-HHLD-OK       VALUE '00'.
009347         88 WS-HHLD-EOF      VALUE '10'.
009350         88 WS-HHLD-NOT-FOUND VALUE '35'.
009353     05 WS-HH-FOUND-SW       PIC X(01) VALUE 'N'.
009355         88 HH-ROW-FOUND     VALUE 'Y'.
009358     05 WS-HH-BAD-SW         PIC X(01) VALUE 'N'.
009360         88 HH-ROW-BAD       VALUE 'Y'.
009363     05 WS-HH-OWING-SW       PIC X(01) VALUE 'N'.
009366         88 HOUSEHOLD-OWES   VALUE 'Y'.
009368     05 WS-CONTACT-STATUS    PIC X(02).
009371         88 WS-CONTACT-OK    VALUE '00'.
009373         88 WS-CONTACT-NOT-FOUND VALUE '35'.
009376     05 WS-ESTMT-STATUS      PIC X(02).
009379         88 WS-ESTMT-OK      VALUE '00'.
009381     05 WS-CONTACT-FILE-SW   PIC X(01) VALUE 'N'.
009384         88 CONTACT-FILE-ON  VALUE 'Y'.
009386     05 WS-CONTACT-FOUND-SW  PIC X(01) VALUE 'N'.
009389         88 CONTACT-FOUND    VALUE 'Y'.
009392     05 WS-DELIVERY-SW       PIC X(01) VALUE 'P'.
009394         88 SEND-PAPER       VALUE 'P'.
009397         88 SEND-EMAIL       VALUE 'E'.
009400
009500 01  WS-ADJ-COUNT             PIC 9(02) COMP VALUE 0.
009600 01  WS-ADJ-IDX               PIC 9(02) COMP.
011840         10 WS-PAY-MEMBER    PIC X(20).
011850         10 WS-PAY-AMOUNT    PIC 9(04)V99.
011860         10 WS-PAY-DATE      PIC X(08).
011861         10 WS-PAY-TYPE      PIC X(01).
011862             88 WS-PAY-IS-PAYMENT  VALUE 'P' ' '.
011864             88 WS-PAY-IS-REVERSAL VALUE 'V'.
011865             88 WS-PAY-IS-REFUND   VALUE 'R'.
011867         10 WS-PAY-REF-DATE  PIC X(08).
011868         10 WS-PAY-FEE       PIC 9(04)V99.
011870 77  WS-PAY-USED              PIC 9(03) COMP VALUE 0.
011880 77  WS-PAY-I                 PIC 9(03) COMP.
011890 77  WS-MBR-PAY-COUNT         PIC 9(03) COMP.
012100 77  WS-STATUS-SKIP-COUNT     PIC 9(05) COMP VALUE 0.
012200 01  WS-TOT-OPENING           PIC S9(07)V99 VALUE 0.
012300 01  WS-TOT-CLOSING           PIC S9(07)V99 VALUE 0.
012303 77  WS-HH-STMT-COUNT         PIC 9(05) COMP VALUE 0.
012306 77  WS-HH-SECTION-COUNT      PIC 9(05) COMP VALUE 0.
012309 01  WS-HH-TOTAL              PIC S9(07)V99 VALUE 0.
012310 77  WS-PAPER-COUNT           PIC 9(05) COMP VALUE 0.
012311 77  WS-ESTMT-COUNT           PIC 9(05) COMP VALUE 0.
012312 77  WS-NO-ADDRESS-COUNT      PIC 9(05) COMP VALUE 0.
012313 01  WS-CONTACT-KEY           PIC X(20).
012314
012316*----------------------------------------------------------*
012319* HOUSEHOLD LINKS FROM HOUSEHLD (ONE ROW PER DEPENDENT, IN  *
012322* FILE ORDER) AND THE DISTINCT PAYERS.  THE KEY-ORDER PASS  *
012325* PARKS EACH HOUSEHOLD MEMBER'S MASTER IMAGE HERE INSTEAD   *
012329* OF PRINTING IT; THE HOUSEHOLD STATEMENTS PRINT FROM THE   *
012332* IMAGES ONCE THE WHOLE MASTER HAS BEEN READ.               *
012335*----------------------------------------------------------*
012338 01  WS-HH-TABLE.
012341     05 WS-HH-ENTRY OCCURS 500 TIMES
012345                    INDEXED BY WS-HH-NDX.
012348         10 WS-HH-PAYER      PIC X(20).
012351         10 WS-HH-MEMBER     PIC X(20).
012354         10 WS-HH-LOADED-SW  PIC X(01).
012358             88 WS-HH-LOADED VALUE 'Y'.
012361         10 WS-HH-IMAGE      PIC X(99).
012364 77  WS-HH-USED              PIC 9(03) COMP VALUE 0.
012367 77  WS-HH-I                 PIC 9(03) COMP.
012370 01  WS-HP-TABLE.
012374     05 WS-HP-ENTRY OCCURS 500 TIMES
012377                    INDEXED BY WS-HP-NDX.
012380         10 WS-HP-PAYER      PIC X(20).
012383         10 WS-HP-LOADED-SW  PIC X(01).
012387             88 WS-HP-LOADED VALUE 'Y'.
012390         10 WS-HP-IMAGE      PIC X(99).
012393 77  WS-HP-USED              PIC 9(03) COMP VALUE 0.
012396 77  WS-HP-I                 PIC 9(03) COMP.
012400
012500 01  WS-CURR-DATE             PIC X(08).
012600 01  WS-PAGE-NO               PIC 9(04) VALUE 0.
013500     05 FILLER               PIC X(16)
013600         VALUE "STATEMENT DATE: ".
013700     05 DT-DATE              PIC X(08).
013712
013725 01  WS-CITY-LINE.
013737     05 AD-CITY              PIC X(20).
013750     05 FILLER               PIC X(01) VALUE SPACES.
013762     05 AD-STATE             PIC X(02).
013775     05 FILLER               PIC X(02) VALUE SPACES.
013787     05 AD-POSTAL-CODE       PIC X(10).
013800
013900 01  WS-MEMBER-LINE.
014000     05 FILLER               PIC X(08) VALUE "MEMBER: ".
017050     05 PL-DATE              PIC X(08).
017060     05 FILLER               PIC X(02) VALUE SPACES.
017070     05 PL-AMOUNT            PIC -$$$$9.99.
017077     05 FILLER               PIC X(02) VALUE SPACES.
017085     05 PL-REF-LABEL         PIC X(11).
017092     05 PL-REF-DATE          PIC X(08).
017100
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017500     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
017600     PERFORM 2000-LOAD-ADJ-TABLE THRU 2000-EXIT.
017610     PERFORM 2500-LOAD-PAYMENTS THRU 2500-EXIT.
017655     PERFORM 2600-LOAD-HOUSEHOLDS THRU 2600-EXIT.
017677     PERFORM 1100-OPEN-DELIVERY THRU 1100-EXIT.
017700     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
017800     PERFORM 4000-STATEMENT-MEMBER THRU 4000-EXIT
017900         UNTIL WS-MASTER-EOF.
017925     PERFORM 5000-HOUSEHOLD-STATEMENT THRU 5000-EXIT
017950         VARYING WS-HP-I FROM 1 BY 1
017975         UNTIL WS-HP-I > WS-HP-USED.
018000     PERFORM 9000-CONTROL-PAGE THRU 9000-EXIT.
018100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018200     GOBACK.
020700         GOBACK
020800     END-IF.
020900 1000-EXIT.
020902     EXIT.
020904
020907*----------------------------------------------------------*
020909* 1100-OPEN-DELIVERY - THE CONTACT FILE (READ BY KEY FOR    *
020911* EACH STATEMENT) AND THE E-STATEMENT EXTRACT.  WITHOUT A   *
020914* CONTACT FILE EVERY STATEMENT GOES ON PAPER WITH NO        *
020916* ADDRESS BLOCK, RC 4.                                      *
020919*----------------------------------------------------------*
020921 1100-OPEN-DELIVERY.
020923     MOVE 'N' TO WS-CONTACT-FILE-SW.
020926     OPEN INPUT CONTACT-FILE.
020928     IF WS-CONTACT-OK
020930         MOVE 'Y' TO WS-CONTACT-FILE-SW
020933     ELSE
020935         IF NOT WS-CONTACT-NOT-FOUND
020938             DISPLAY "CONTACT OPEN FAILED, STATUS = "
020940                 WS-CONTACT-STATUS
020942             CLOSE MEMBER-MASTER-FILE
020945             CLOSE STATEMENT-PRINT-FILE
020947             MOVE 8 TO RETURN-CODE
020950             GOBACK
020952         END-IF
020954         DISPLAY "NO CONTACT FILE - ALL STATEMENTS ON PAPER"
020957             " WITHOUT ADDRESSES"
020959         IF RETURN-CODE < 4
020961             MOVE 4 TO RETURN-CODE
020964         END-IF
020966     END-IF.
020969     OPEN OUTPUT ESTMT-FILE.
020971     IF NOT WS-ESTMT-OK
020973         DISPLAY "ESTMT OPEN FAILED, STATUS = "
020976             WS-ESTMT-STATUS
020978         CLOSE MEMBER-MASTER-FILE
020980         CLOSE STATEMENT-PRINT-FILE
020983         IF CONTACT-FILE-ON
020985             CLOSE CONTACT-FILE
020988         END-IF
020990         MOVE 8 TO RETURN-CODE
020992         GOBACK
020995     END-IF.
020997 1100-EXIT.
021000     EXIT.
021100
021200*----------------------------------------------------------*
029119             MOVE PH-MEMBER-ID TO WS-PAY-MEMBER (WS-PAY-NDX)
029120             MOVE PH-AMOUNT    TO WS-PAY-AMOUNT (WS-PAY-NDX)
029121             MOVE PH-DATE      TO WS-PAY-DATE (WS-PAY-NDX)
029125             MOVE PH-TYPE      TO WS-PAY-TYPE (WS-PAY-NDX)
029130             MOVE PH-REF-DATE  TO WS-PAY-REF-DATE (WS-PAY-NDX)
029135             MOVE PH-FEE       TO WS-PAY-FEE (WS-PAY-NDX)
029140         ELSE
029145             DISPLAY "MORE THAN 500 PAYMENTS THIS MONTH - "
029150                 PH-MEMBER-ID " LEFT OFF THE STATEMENT"
029155             IF RETURN-CODE < 4
029160                 MOVE 4 TO RETURN-CODE
029165             END-IF
029170         END-IF
029175     END-IF.
029180     PERFORM 2510-READ-PAYHIST THRU 2510-EXIT.
029185 2520-EXIT.
029190     EXIT.
029191
029192*----------------------------------------------------------*
029193* 2600-LOAD-HOUSEHOLDS - THE HOUSEHOLD LINKS AND THEIR      *
029194* DISTINCT PAYERS.  NO HOUSEHLD ON FILE MEANS NO            *
029195* HOUSEHOLDS - NOT AN ERROR.  A ROW THAT BREAKS THE         *
029196* HOUSEHOLD RULES (SELF-LINK, DEPENDENT ALREADY IN A        *
029197* HOUSEHOLD, DEPENDENT WHO IS A PAYER, PAYER WHO IS A       *
029198* DEPENDENT) IS IGNORED WITH A WARNING, RC 4, EXACTLY AS    *
029199* PAYPOST IGNORES IT - THAT DEPENDENT GETS ITS OWN          *
029200* STATEMENT.                                                *
029201*----------------------------------------------------------*
029202 2600-LOAD-HOUSEHOLDS.
029203     MOVE 0 TO WS-HH-USED WS-HP-USED.
029204     OPEN INPUT HOUSEHOLD-FILE.
029205     IF WS-HHLD-NOT-FOUND
029206         GO TO 2600-EXIT
029207     END-IF.
029208     IF NOT WS-HHLD-OK
029209         DISPLAY "HOUSEHLD OPEN FAILED, STATUS = "
029210             WS-HHLD-STATUS
029211         CLOSE MEMBER-MASTER-FILE
029212         CLOSE STATEMENT-PRINT-FILE
029213         MOVE 8 TO RETURN-CODE
029214         GOBACK
029215     END-IF.
029216     PERFORM 2610-READ-HOUSEHOLD THRU 2610-EXIT.
029217     PERFORM 2620-STORE-HOUSEHOLD THRU 2620-EXIT
029218         UNTIL WS-HHLD-EOF.
029219     CLOSE HOUSEHOLD-FILE.
029220 2600-EXIT.
029221     EXIT.
029222
029223 2610-READ-HOUSEHOLD.
029224     READ HOUSEHOLD-FILE.
029225 2610-EXIT.
029227     EXIT.
029228
029229 2620-STORE-HOUSEHOLD.
029230     MOVE 'N' TO WS-HH-BAD-SW.
029231     IF HH-MEMBER-ID = SPACES
029232         OR HH-PAYER-ID = SPACES
029233         OR HH-MEMBER-ID = HH-PAYER-ID
029234         MOVE 'Y' TO WS-HH-BAD-SW
029235     END-IF.
029236     PERFORM 2630-CHECK-HOUSEHOLD THRU 2630-EXIT
029237         VARYING WS-HH-I FROM 1 BY 1
029238         UNTIL HH-ROW-BAD
029239         OR WS-HH-I > WS-HH-USED.
029240     IF HH-ROW-BAD
029241         DISPLAY "HOUSEHLD ROW IGNORED - " HH-PAYER-ID
029242             " " HH-MEMBER-ID
029243         IF RETURN-CODE < 4
029244             MOVE 4 TO RETURN-CODE
029245         END-IF
029246         GO TO 2620-NEXT
029247     END-IF.
029248     IF WS-HH-USED = 500
029249         DISPLAY "MORE THAN 500 HOUSEHLD ROWS - "
029250             HH-MEMBER-ID " NOT TABLED"
029251         IF RETURN-CODE < 4
029252             MOVE 4 TO RETURN-CODE
029253         END-IF
029254         GO TO 2620-NEXT
029255     END-IF.
029256     ADD 1 TO WS-HH-USED.
029257     SET WS-HH-NDX TO WS-HH-USED.
029258     MOVE HH-PAYER-ID  TO WS-HH-PAYER (WS-HH-NDX).
029259     MOVE HH-MEMBER-ID TO WS-HH-MEMBER (WS-HH-NDX).
029260     MOVE 'N'          TO WS-HH-LOADED-SW (WS-HH-NDX).
029261     MOVE SPACES       TO WS-HH-IMAGE (WS-HH-NDX).
029262     MOVE 'N' TO WS-HH-FOUND-SW.
029264     PERFORM 2640-FIND-PAYER THRU 2640-EXIT
029265         VARYING WS-HP-I FROM 1 BY 1
029266         UNTIL HH-ROW-FOUND
029267         OR WS-HP-I > WS-HP-USED.
029268     IF NOT HH-ROW-FOUND
029269         ADD 1 TO WS-HP-USED
029270         SET WS-HP-NDX TO WS-HP-USED
029271         MOVE HH-PAYER-ID TO WS-HP-PAYER (WS-HP-NDX)
029272         MOVE 'N'         TO WS-HP-LOADED-SW (WS-HP-NDX)
029273         MOVE SPACES      TO WS-HP-IMAGE (WS-HP-NDX)
029274     END-IF.
029275 2620-NEXT.
029276     PERFORM 2610-READ-HOUSEHOLD THRU 2610-EXIT.
029277 2620-EXIT.
029278     EXIT.
029279
029280 2630-CHECK-HOUSEHOLD.
029281     SET WS-HH-NDX TO WS-HH-I.
029282     IF WS-HH-MEMBER (WS-HH-NDX) = HH-MEMBER-ID
029283         OR WS-HH-PAYER (WS-HH-NDX) = HH-MEMBER-ID
029284         OR WS-HH-MEMBER (WS-HH-NDX) = HH-PAYER-ID
029285         MOVE 'Y' TO WS-HH-BAD-SW
029286     END-IF.
029287 2630-EXIT.
029288     EXIT.
029289
029290 2640-FIND-PAYER.
029291     SET WS-HP-NDX TO WS-HP-I.
029292     IF WS-HP-PAYER (WS-HP-NDX) = HH-PAYER-ID
029293         MOVE 'Y' TO WS-HH-FOUND-SW
029294     END-IF.
029295 2640-EXIT.
029296     EXIT.
029297
029298 3000-READ-MASTER.
029300     READ MEMBER-MASTER-FILE NEXT.
029400 3000-EXIT.
029500     EXIT.
029600
029700*----------------------------------------------------------*
029800* 4000-STATEMENT-MEMBER - ONE MASTER RECORD.  A HOUSEHOLD   *
029900* MEMBER IS PARKED FOR ITS HOUSEHOLD STATEMENT; ANYONE ELSE *
030000* IS STATEMENTED ON ITS OWN.                                *
030100*----------------------------------------------------------*
030200 4000-STATEMENT-MEMBER.
030206     PERFORM 4050-PARK-HOUSEHOLD THRU 4050-EXIT.
030212     IF NOT HH-ROW-FOUND
030218         PERFORM 4010-ONE-MEMBER THRU 4010-EXIT
030225     END-IF.
030231     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
030237 4000-EXIT.
030243     EXIT.
030250
030256*----------------------------------------------------------*
030262* 4010-ONE-MEMBER - A STATEMENT OF ITS OWN FOR THE MEMBER   *
030268* IN THE RECORD AREA.  A ZERO BALANCE GETS NO STATEMENT;    *
030275* EVERYONE ELSE GETS A FULL PAGE WITH THE CYCLE'S           *
030281* ADJUSTMENTS AND RUNNING BALANCE.                          *
030287*----------------------------------------------------------*
030293 4010-ONE-MEMBER.
030300     IF MEMBER-SUSPENDED OR MEMBER-CANCELLED
030400         ADD 1 TO WS-STATUS-SKIP-COUNT
030600         GO TO 4010-EXIT
030700     END-IF.
030800     IF MEMBER-BALANCE = 0
030900         ADD 1 TO WS-SKIP-COUNT
031000     ELSE
031100         PERFORM 4100-PRINT-STATEMENT THRU 4100-EXIT
031200     END-IF.
031207 4010-EXIT.
031214     EXIT.
031221
031228*----------------------------------------------------------*
031235* 4050-PARK-HOUSEHOLD - IF THIS MEMBER IS A HOUSEHOLD PAYER *
031242* OR DEPENDENT, KEEP ITS MASTER IMAGE FOR 5000.             *
031250*----------------------------------------------------------*
031257 4050-PARK-HOUSEHOLD.
031264     MOVE 'N' TO WS-HH-FOUND-SW.
031271     IF WS-HH-USED = 0
031278         GO TO 4050-EXIT
031285     END-IF.
031292     PERFORM 4060-PARK-PAYER THRU 4060-EXIT
031300         VARYING WS-HP-I FROM 1 BY 1
031307         UNTIL HH-ROW-FOUND
031314         OR WS-HP-I > WS-HP-USED.
031321     PERFORM 4070-PARK-DEPENDENT THRU 4070-EXIT
031328         VARYING WS-HH-I FROM 1 BY 1
031335         UNTIL HH-ROW-FOUND
031342         OR WS-HH-I > WS-HH-USED.
031350 4050-EXIT.
031357     EXIT.
031364
031371 4060-PARK-PAYER.
031378     SET WS-HP-NDX TO WS-HP-I.
031385     IF WS-HP-PAYER (WS-HP-NDX) = MEMBER-ID
031392         MOVE 'Y' TO WS-HH-FOUND-SW
031400         MOVE 'Y' TO WS-HP-LOADED-SW (WS-HP-NDX)
031407         MOVE MEMBER-MASTER-RECORD TO WS-HP-IMAGE (WS-HP-NDX)
031414     END-IF.
031421 4060-EXIT.
031428     EXIT.
031435
031442 4070-PARK-DEPENDENT.
031450     SET WS-HH-NDX TO WS-HH-I.
031457     IF WS-HH-MEMBER (WS-HH-NDX) = MEMBER-ID
031464         MOVE 'Y' TO WS-HH-FOUND-SW
031471         MOVE 'Y' TO WS-HH-LOADED-SW (WS-HH-NDX)
031478         MOVE MEMBER-MASTER-RECORD TO WS-HH-IMAGE (WS-HH-NDX)
031485     END-IF.
031492 4070-EXIT.
031500     EXIT.
031600
031700 4100-PRINT-STATEMENT.
031800     ADD 1 TO WS-STMT-COUNT.
031833     MOVE MEMBER-ID TO WS-CONTACT-KEY.
031866     PERFORM 4110-SET-DELIVERY THRU 4110-EXIT.
031900     ADD 1 TO WS-PAGE-NO.
031901     PERFORM 4200-PAGE-HEADER THRU 4200-EXIT.
031902     PERFORM 4120-ADDRESS-BLOCK THRU 4120-EXIT.
031903     PERFORM 4150-MEMBER-SECTION THRU 4150-EXIT.
031904     MOVE 'P' TO WS-DELIVERY-SW.
031906 4100-EXIT.
031907     EXIT.
031908
031909*----------------------------------------------------------*
031910* 4110-SET-DELIVERY - READ THE CONTACT RECORD FOR THE       *
031912* MEMBER (OR PAYER) IN WS-CONTACT-KEY AND DECIDE WHERE THE  *
031913* STATEMENT GOES: THE E-STATEMENT EXTRACT FOR AN E-MAIL     *
031914* MEMBER WITH AN ADDRESS ON FILE, PAPER FOR EVERYONE ELSE.  *
031915*----------------------------------------------------------*
031916 4110-SET-DELIVERY.
031918     MOVE 'P' TO WS-DELIVERY-SW.
031919     MOVE 'N' TO WS-CONTACT-FOUND-SW.
031920     IF CONTACT-FILE-ON
031921         MOVE WS-CONTACT-KEY TO CT-MEMBER-ID
031922         READ CONTACT-FILE
031924             INVALID KEY
031925                 MOVE 'N' TO WS-CONTACT-FOUND-SW
031926             NOT INVALID KEY
031927                 MOVE 'Y' TO WS-CONTACT-FOUND-SW
031928         END-READ
031930     END-IF.
031931     IF NOT CONTACT-FOUND
031932         MOVE SPACES TO CONTACT-RECORD
031933     END-IF.
031934     IF CT-DELIVER-EMAIL AND CT-EMAIL NOT = SPACES
031936         MOVE 'E' TO WS-DELIVERY-SW
031937         ADD 1 TO WS-ESTMT-COUNT
031938     ELSE
031939         ADD 1 TO WS-PAPER-COUNT
031940     END-IF.
031942 4110-EXIT.
031943     EXIT.
031944
031945*----------------------------------------------------------*
031946* 4120-ADDRESS-BLOCK - NAME AND POSTAL ADDRESS UNDER THE    *
031948* HEADING OF A PAPER STATEMENT, FOR THE WINDOW ENVELOPE.    *
031949* NO STREET LINE ON FILE PRINTS A WARNING LINE INSTEAD SO   *
031950* THE MAILROOM CAN PULL THE PAGE.                           *
031951*----------------------------------------------------------*
031953 4120-ADDRESS-BLOCK.
031954     IF SEND-EMAIL
031955         GO TO 4120-EXIT
031956     END-IF.
031957     IF CT-ADDRESS-1 = SPACES
031959         ADD 1 TO WS-NO-ADDRESS-COUNT
031960         MOVE "*** NO MAILING ADDRESS ON FILE ***"
031961             TO STATEMENT-PRINT-LINE
031962         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
031963         MOVE SPACES TO STATEMENT-PRINT-LINE
031965         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
031966         GO TO 4120-EXIT
031967     END-IF.
031968     MOVE MEMBER-NAME TO STATEMENT-PRINT-LINE.
031969     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
031971     MOVE CT-ADDRESS-1 TO STATEMENT-PRINT-LINE.
031972     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
031973     IF CT-ADDRESS-2 NOT = SPACES
031974         MOVE CT-ADDRESS-2 TO STATEMENT-PRINT-LINE
031975         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
031977     END-IF.
031978     MOVE CT-CITY        TO AD-CITY.
031979     MOVE CT-STATE       TO AD-STATE.
031980     MOVE CT-POSTAL-CODE TO AD-POSTAL-CODE.
031981     MOVE WS-CITY-LINE TO STATEMENT-PRINT-LINE.
031983     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
031984     MOVE SPACES TO STATEMENT-PRINT-LINE.
031985     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
031986 4120-EXIT.
031987     EXIT.
031989
031990*----------------------------------------------------------*
031991* 4150-MEMBER-SECTION - THE BODY OF A STATEMENT FOR THE     *
031992* MEMBER IN THE RECORD AREA: NAME AND ID, OPENING BALANCE,  *
031993* PAYMENT ACTIVITY, ADJUSTMENTS AND CLOSING BALANCE.  A     *
031995* SINGLE STATEMENT IS ONE SECTION; A HOUSEHOLD STATEMENT    *
031996* IS ONE SECTION PER MEMBER.                                *
031997*----------------------------------------------------------*
031998 4150-MEMBER-SECTION.
032000     MOVE MEMBER-BALANCE TO WS-OPENING-BAL WS-RUNNING-BAL.
032100     ADD WS-OPENING-BAL TO WS-TOT-OPENING.
032300     MOVE MEMBER-NAME TO ML-NAME.
032400     MOVE MEMBER-ID   TO ML-ID.
032500     MOVE WS-MEMBER-LINE TO STATEMENT-PRINT-LINE.
033800     MOVE WS-BALANCE-LINE TO STATEMENT-PRINT-LINE.
033900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
034000     ADD WS-RUNNING-BAL TO WS-TOT-CLOSING.
034100 4150-EXIT.
034200     EXIT.
034300
034400 4200-PAGE-HEADER.
034500     MOVE WS-PAGE-NO TO HL-PAGE.
034600     MOVE WS-HEAD-LINE TO STATEMENT-PRINT-LINE.
034620     IF SEND-EMAIL
034640         PERFORM 8100-WRITE-ESTMT THRU 8100-EXIT
034660         GO TO 4200-DATE-LINE
034680     END-IF.
034700     WRITE STATEMENT-PRINT-LINE AFTER ADVANCING PAGE.
034800     IF NOT WS-PRINT-OK
034900         DISPLAY "STMTPRT WRITE FAILED, STATUS = "
035200             MOVE 4 TO RETURN-CODE
035300         END-IF
035400     END-IF.
035450 4200-DATE-LINE.
035500     MOVE WS-CURR-DATE TO DT-DATE.
035600     MOVE WS-DATE-LINE TO STATEMENT-PRINT-LINE.
035700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042140* STATEMENT MONTH, ONE LINE EACH.  THEY ARE ALREADY IN THE  *
042150* OPENING BALANCE (PAYPOST POSTED THEM NIGHTLY), SO THEY    *
042160* PRINT AS INFORMATION, NOT AS MOVEMENT ON THE RUNNING      *
042170* BALANCE.  A REVERSAL, REFUND OR RETURNED ITEM PUT MONEY  *
042172* BACK ON THE BALANCE, SO IT PRINTS POSITIVE WITH THE DATE  *
042175* OF THE PAYMENT IT UNDID; A RETURNED-ITEM FEE GETS ITS OWN *
042177* LINE.                                                     *
042180*----------------------------------------------------------*
042190 4400-PRINT-PAYMENTS.
042191     MOVE 0 TO WS-MBR-PAY-COUNT.
042201         GO TO 4410-EXIT
042202     END-IF.
042203     IF WS-MBR-PAY-COUNT = 0
042204         MOVE "  PAYMENT ACTIVITY THIS MONTH (IN OPENING):"
042205             TO STATEMENT-PRINT-LINE
042206         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
042207     END-IF.
042208     ADD 1 TO WS-MBR-PAY-COUNT.
042209     MOVE SPACES TO PL-DATE PL-REF-LABEL PL-REF-DATE.
042210     MOVE WS-PAY-DATE (WS-PAY-NDX) TO PL-DATE.
042211     IF WS-PAY-IS-PAYMENT (WS-PAY-NDX)
042212         MOVE "PAYMENT " TO PL-LABEL
042213         COMPUTE PL-AMOUNT = 0 - WS-PAY-AMOUNT (WS-PAY-NDX)
042214     ELSE
042215         EVALUATE TRUE
042216             WHEN WS-PAY-IS-REVERSAL (WS-PAY-NDX)
042218                 MOVE "REVERSAL" TO PL-LABEL
042219             WHEN WS-PAY-IS-REFUND (WS-PAY-NDX)
042220                 MOVE "REFUND  " TO PL-LABEL
042221             WHEN OTHER
042222                 MOVE "RETURNED" TO PL-LABEL
042223         END-EVALUATE
042224         MOVE WS-PAY-AMOUNT (WS-PAY-NDX) TO PL-AMOUNT
042226         MOVE "PAYMENT OF" TO PL-REF-LABEL
042227         MOVE WS-PAY-REF-DATE (WS-PAY-NDX) TO PL-REF-DATE
042228     END-IF.
042229     MOVE WS-PAYMENT-LINE TO STATEMENT-PRINT-LINE.
042230     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042231     IF WS-PAY-FEE (WS-PAY-NDX) NUMERIC
042232         AND WS-PAY-FEE (WS-PAY-NDX) > 0
042234         MOVE "RET FEE " TO PL-LABEL
042235         MOVE WS-PAY-FEE (WS-PAY-NDX) TO PL-AMOUNT
042236         MOVE SPACES TO PL-REF-LABEL PL-REF-DATE
042237         MOVE WS-PAYMENT-LINE TO STATEMENT-PRINT-LINE
042238         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
042239     END-IF.
042240 4410-EXIT.
042242     EXIT.
042243
042244*----------------------------------------------------------*
042245* 5000-HOUSEHOLD-STATEMENT - ONE HOUSEHOLD, FROM THE IMAGES *
042246* PARKED DURING THE KEY-ORDER PASS (EACH IS MOVED BACK INTO *
042247* THE MASTER RECORD AREA SO THE SINGLE-STATEMENT SECTION    *
042248* LOGIC APPLIES UNCHANGED).  AN ACTIVE PAYER ON THE MASTER  *
042250* GETS ONE STATEMENT: THE PAYER'S SECTION, A SECTION PER    *
042251* ACTIVE DEPENDENT IN HOUSEHLD ORDER, AND THE HOUSEHOLD     *
042252* TOTAL DUE.  A HOUSEHOLD WHERE NOBODY ACTIVE OWES OR IS    *
042253* OWED ANYTHING GETS NO STATEMENT.  A PAYER THAT IS NOT     *
042254* ACTIVE, OR NOT ON THE MASTER, CANNOT BE BILLED FOR THE    *
042255* FAMILY, SO THE DEPENDENTS ARE STATEMENTED ON THEIR OWN.   *
042256*----------------------------------------------------------*
042258 5000-HOUSEHOLD-STATEMENT.
042259     SET WS-HP-NDX TO WS-HP-I.
042260     IF NOT WS-HP-LOADED (WS-HP-NDX)
042261         DISPLAY "HOUSEHOLD PAYER NOT ON MASTER: "
042262             WS-HP-PAYER (WS-HP-NDX)
042263         PERFORM 5100-OWN-STATEMENT THRU 5100-EXIT
042264             VARYING WS-HH-I FROM 1 BY 1
042266             UNTIL WS-HH-I > WS-HH-USED
042267         GO TO 5000-EXIT
042268     END-IF.
042269     MOVE WS-HP-IMAGE (WS-HP-NDX) TO MEMBER-MASTER-RECORD.
042270     IF NOT MEMBER-ACTIVE
042271         ADD 1 TO WS-STATUS-SKIP-COUNT
042272         PERFORM 5100-OWN-STATEMENT THRU 5100-EXIT
042274             VARYING WS-HH-I FROM 1 BY 1
042275             UNTIL WS-HH-I > WS-HH-USED
042276         GO TO 5000-EXIT
042277     END-IF.
042278     MOVE 'N' TO WS-HH-OWING-SW.
042279     IF MEMBER-BALANCE NOT = 0
042280         MOVE 'Y' TO WS-HH-OWING-SW
042282     END-IF.
042283     PERFORM 5200-CHECK-OWING THRU 5200-EXIT
042284         VARYING WS-HH-I FROM 1 BY 1
042285         UNTIL HOUSEHOLD-OWES
042286         OR WS-HH-I > WS-HH-USED.
042287     IF NOT HOUSEHOLD-OWES
042288         ADD 1 TO WS-SKIP-COUNT
042290         GO TO 5000-EXIT
042291     END-IF.
042292     ADD 1 TO WS-STMT-COUNT.
042293     ADD 1 TO WS-HH-STMT-COUNT.
042294     MOVE WS-HP-IMAGE (WS-HP-NDX) TO MEMBER-MASTER-RECORD.
042295     MOVE WS-HP-PAYER (WS-HP-NDX) TO WS-CONTACT-KEY.
042296     PERFORM 4110-SET-DELIVERY THRU 4110-EXIT.
042298     ADD 1 TO WS-PAGE-NO.
042299     PERFORM 4200-PAGE-HEADER THRU 4200-EXIT.
042300     PERFORM 4120-ADDRESS-BLOCK THRU 4120-EXIT.
042301     MOVE "HOUSEHOLD STATEMENT - RESPONSIBLE PAYER FIRST"
042302         TO STATEMENT-PRINT-LINE.
042303     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042305     MOVE SPACES TO STATEMENT-PRINT-LINE.
042306     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042307     PERFORM 4150-MEMBER-SECTION THRU 4150-EXIT.
042308     ADD 1 TO WS-HH-SECTION-COUNT.
042309     MOVE WS-RUNNING-BAL TO WS-HH-TOTAL.
042310     PERFORM 5300-DEPENDENT-SECTION THRU 5300-EXIT
042311         VARYING WS-HH-I FROM 1 BY 1
042313         UNTIL WS-HH-I > WS-HH-USED.
042314     MOVE SPACES TO STATEMENT-PRINT-LINE.
042315     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042316     MOVE "HOUSEHOLD TOTAL DUE" TO TL-LABEL.
042317     MOVE WS-HH-TOTAL TO TL-AMOUNT.
042318     MOVE WS-TOTAL-LINE TO STATEMENT-PRINT-LINE.
042319     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042321     MOVE 'P' TO WS-DELIVERY-SW.
042322 5000-EXIT.
042323     EXIT.
042324
042325*----------------------------------------------------------*
042326* 5100-OWN-STATEMENT - ONE HOUSEHLD ROW OF THIS PAYER,      *
042327* STATEMENTED ON ITS OWN.                                   *
042329*----------------------------------------------------------*
042330 5100-OWN-STATEMENT.
042331     SET WS-HH-NDX TO WS-HH-I.
042332     IF WS-HH-PAYER (WS-HH-NDX) NOT = WS-HP-PAYER (WS-HP-NDX)
042333         OR NOT WS-HH-LOADED (WS-HH-NDX)
042334         GO TO 5100-EXIT
042335     END-IF.
042337     MOVE WS-HH-IMAGE (WS-HH-NDX) TO MEMBER-MASTER-RECORD.
042338     PERFORM 4010-ONE-MEMBER THRU 4010-EXIT.
042339 5100-EXIT.
042340     EXIT.
042341
042342 5200-CHECK-OWING.
042343     SET WS-HH-NDX TO WS-HH-I.
042345     IF WS-HH-PAYER (WS-HH-NDX) NOT = WS-HP-PAYER (WS-HP-NDX)
042346         OR NOT WS-HH-LOADED (WS-HH-NDX)
042347         GO TO 5200-EXIT
042348     END-IF.
042349     MOVE WS-HH-IMAGE (WS-HH-NDX) TO MEMBER-MASTER-RECORD.
042350     IF MEMBER-ACTIVE AND MEMBER-BALANCE NOT = 0
042351         MOVE 'Y' TO WS-HH-OWING-SW
042353     END-IF.
042354 5200-EXIT.
042355     EXIT.
042356
042357*----------------------------------------------------------*
042358* 5300-DEPENDENT-SECTION - ONE DEPENDENT'S SECTION ON ITS   *
042359* PAYER'S STATEMENT.  A SUSPENDED OR CANCELLED DEPENDENT IS *
042361* LEFT OFF, AS IT WOULD GET NO STATEMENT OF ITS OWN.        *
042362*----------------------------------------------------------*
042363 5300-DEPENDENT-SECTION.
042364     SET WS-HH-NDX TO WS-HH-I.
042365     IF WS-HH-PAYER (WS-HH-NDX) NOT = WS-HP-PAYER (WS-HP-NDX)
042366         GO TO 5300-EXIT
042367     END-IF.
042369     IF NOT WS-HH-LOADED (WS-HH-NDX)
042370         DISPLAY "HOUSEHOLD DEPENDENT NOT ON MASTER: "
042371             WS-HH-MEMBER (WS-HH-NDX)
042372         GO TO 5300-EXIT
042373     END-IF.
042374     MOVE WS-HH-IMAGE (WS-HH-NDX) TO MEMBER-MASTER-RECORD.
042375     IF NOT MEMBER-ACTIVE
042377         ADD 1 TO WS-STATUS-SKIP-COUNT
042378         GO TO 5300-EXIT
042379     END-IF.
042380     MOVE SPACES TO STATEMENT-PRINT-LINE.
042381     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
042382     PERFORM 4150-MEMBER-SECTION THRU 4150-EXIT.
042383     ADD 1 TO WS-HH-SECTION-COUNT.
042385     ADD WS-RUNNING-BAL TO WS-HH-TOTAL.
042386 5300-EXIT.
042387     EXIT.
042388
042389*----------------------------------------------------------*
042390* 8000-WRITE-LINE - ONE STATEMENT LINE, TO THE PRINT FILE   *
042391* OR, FOR AN E-MAIL MEMBER, TO THE E-STATEMENT EXTRACT.     *
042393*----------------------------------------------------------*
042394 8000-WRITE-LINE.
042395     IF SEND-EMAIL
042396         PERFORM 8100-WRITE-ESTMT THRU 8100-EXIT
042397         GO TO 8000-EXIT
042398     END-IF.
042400     WRITE STATEMENT-PRINT-LINE.
042500     IF NOT WS-PRINT-OK
042600         DISPLAY "STMTPRT WRITE FAILED, STATUS = "
043000         END-IF
043100     END-IF.
043200 8000-EXIT.
043205     EXIT.
043211
043217 8100-WRITE-ESTMT.
043223     MOVE SPACES TO ESTMT-RECORD.
043229     MOVE WS-CONTACT-KEY TO ES-MEMBER-ID.
043235     MOVE CT-EMAIL TO ES-EMAIL.
043241     MOVE STATEMENT-PRINT-LINE TO ES-LINE.
043247     WRITE ESTMT-RECORD.
043252     IF NOT WS-ESTMT-OK
043258         DISPLAY "ESTMT WRITE FAILED, STATUS = "
043264             WS-ESTMT-STATUS
043270         IF RETURN-CODE < 4
043276             MOVE 4 TO RETURN-CODE
043282         END-IF
043288     END-IF.
043294 8100-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------*
045500     MOVE WS-STATUS-SKIP-COUNT TO CL-COUNT.
045600     MOVE WS-COUNT-LINE TO STATEMENT-PRINT-LINE.
045700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045704     MOVE "HOUSEHOLD STATEMENTS" TO CL-LABEL.
045709     MOVE WS-HH-STMT-COUNT TO CL-COUNT.
045714     MOVE WS-COUNT-LINE TO STATEMENT-PRINT-LINE.
045719     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045723     MOVE "HOUSEHOLD SECTIONS" TO CL-LABEL.
045728     MOVE WS-HH-SECTION-COUNT TO CL-COUNT.
045733     MOVE WS-COUNT-LINE TO STATEMENT-PRINT-LINE.
045738     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045742     MOVE "PAPER STATEMENTS" TO CL-LABEL.
045747     MOVE WS-PAPER-COUNT TO CL-COUNT.
045752     MOVE WS-COUNT-LINE TO STATEMENT-PRINT-LINE.
045757     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045761     MOVE "  OF WHICH NO ADDRESS" TO CL-LABEL.
045766     MOVE WS-NO-ADDRESS-COUNT TO CL-COUNT.
045771     MOVE WS-COUNT-LINE TO STATEMENT-PRINT-LINE.
045776     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045780     MOVE "E-STATEMENTS EXTRACTED" TO CL-LABEL.
045785     MOVE WS-ESTMT-COUNT TO CL-COUNT.
045790     MOVE WS-COUNT-LINE TO STATEMENT-PRINT-LINE.
045795     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
045800     MOVE "TOTAL OPENING" TO TL-LABEL.
045900     MOVE WS-TOT-OPENING TO TL-AMOUNT.
046000     MOVE WS-TOTAL-LINE TO STATEMENT-PRINT-LINE.
046700     DISPLAY "  STATEMENTS PRINTED..: " WS-STMT-COUNT.
046800     DISPLAY "  ZERO-BALANCE SKIPPED: " WS-SKIP-COUNT.
046900     DISPLAY "  NON-ACTIVE SKIPPED..: " WS-STATUS-SKIP-COUNT.
046950     DISPLAY "  HOUSEHOLD STATEMENTS: " WS-HH-STMT-COUNT.
046962     DISPLAY "  PAPER STATEMENTS....: " WS-PAPER-COUNT.
046975     DISPLAY "  NO MAILING ADDRESS..: " WS-NO-ADDRESS-COUNT.
046987     DISPLAY "  E-STATEMENTS........: " WS-ESTMT-COUNT.
047000 9000-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------*
047400* 9999-TERMINATE - CLOSE THE MASTER, PRINT, CONTACT AND     *
047500* EXTRACT FILES (THE CONTROL TABLE CLOSED AFTER LOADING).   *
047600*----------------------------------------------------------*
047700 9999-TERMINATE.
047800     CLOSE MEMBER-MASTER-FILE.
047900     CLOSE STATEMENT-PRINT-FILE.
047920     IF CONTACT-FILE-ON
047940         CLOSE CONTACT-FILE
047960     END-IF.
047980     CLOSE ESTMT-FILE.
048000 9999-EXIT.
048100     EXIT.
