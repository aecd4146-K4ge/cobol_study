002300*                           AGAINST CLS-CAPACITY PER CLASS.
002400*                        4. MONEY - FEEAUDIT AND PAYAUDIT
002500*                           MOVEMENT FOR THE MONTH.
002503*   2026-10-15  KAGE   PAYAUDIT LINE CARRIES THE PAYPOST
002507*                      TRANSACTION TYPE (47 TO 49 BYTES).
002510*                      PAGE 4 PAYMENT LINE IS NOW NET OF
002514*                      REVERSALS, REFUNDS AND RETURNED ITEMS
002517*                      AND IS LABELLED SO.
002521*   2026-10-15  KAGE   FEEAUDIT LINE CARRIES A CHARGE TYPE
002525*                      (47 TO 49 BYTES).  PAGE 4 SHOWS THE
002528*                      DUESBILL DUES AND JOINING FEES ON A
002532*                      LINE OF THEIR OWN; FEE ADJUSTMENTS
002535*                      ARE FEEPOST'S LINES ONLY.
002539*   2026-10-15  KAGE   SECOND CLUB. CHKHIST (58 BYTES) AND
002542*                      CLASSES (54) CARRY A SITE; SITE
002546*                      NAMES COME FROM SITEMAST AND A BLANK
002550*                      SITE IS 01. PAGE 1 ADDS ACTIVE
002553*                      MEMBERS BY HOME SITE, PAGE 2 CHECK-
002557*                      INS BY SITE AND THE COUNT OF MEMBERS
002560*                      CHECKING IN AWAY FROM HOME, PAGE 3
002564*                      GROUPS THE CLASSES BY SITE WITH A
002567*                      SUBTOTAL EACH; EVERY PAGE KEEPS THE
002571*                      ALL-SITES TOTAL. PAGE 4 STAYS
002575*                      COMBINED - THE POSTING AUDITS CARRY
002578*                      NO SITE.
002582*   2026-10-15  KAGE   PAGE 4 SHOWS LOCKPOST LOCKER RENTALS
002585*                      (CHARGE TYPE L) AND PTPOST TRAINING
002589*                      PACKAGES (T) ON LINES OF THEIR OWN;
002592*                      THEY NO LONGER FALL INTO FEE
002596*                      ADJUSTMENTS.
002600*
002700* RUN PARAMETER.
002800*   YYYYMM - THE REPORT MONTH.  REQUIRED; RC 8 WITHOUT IT.
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PRINT-STATUS.
006300
006320     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
006340         ORGANIZATION IS LINE SEQUENTIAL
006360         FILE STATUS IS WS-SITE-STATUS.
006380
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  MEMBER-MASTER-FILE.
007500         88 CH-TYPE-IN       VALUE 'IN '.
007600     05 FILLER               PIC X(08).
007700     05 CH-DATE              PIC X(08).
007800     05 FILLER               PIC X(13).
007825     05 CH-SITE              PIC X(02).
007850     05 FILLER               PIC X(01).
007875     05 CH-HOME-SITE         PIC X(02).
007900
008000 FD  CLASS-SCHEDULE-FILE.
008100 01  CLASS-SCHEDULE-RECORD.
009000     05 CLS-CAPACITY         PIC 9(03).
009002     05 FILLER               PIC X(01).
009004     05 CLS-INSTRUCTOR       PIC X(08).
009036     05 FILLER               PIC X(01).
009068     05 CLS-SITE             PIC X(02).
009100
009200 FD  ENROLL-TRANS-FILE.
009300 01  ENROLL-TRANS-RECORD.
011100     05 FA-OLD-BALANCE       PIC +9999.99.
011200     05 FILLER               PIC X(01).
011300     05 FA-NEW-BALANCE       PIC +9999.99.
011325     05 FILLER               PIC X(01).
011350     05 FA-CHARGE-TYPE       PIC X(01).
011375         88 FA-TYPE-DUES     VALUE 'D' 'J'.
011383         88 FA-TYPE-LOCKER   VALUE 'L'.
011391         88 FA-TYPE-PT       VALUE 'T'.
011400
011500 FD  PAY-AUDIT-FILE.
011600 01  PAY-AUDIT-RECORD.
012100     05 PA-OLD-BALANCE       PIC +9999.99.
012200     05 FILLER               PIC X(01).
012300     05 PA-NEW-BALANCE       PIC +9999.99.
012333     05 FILLER               PIC X(01).
012366     05 PA-TRAN-TYPE         PIC X(01).
012400
012500 FD  PACK-PRINT-FILE.
012600 01  PACK-PRINT-LINE         PIC X(80).
012620
012640 FD  SITE-MASTER-FILE.
012660 01  SITE-MASTER-RECORD.
012680     COPY SITE.
012700
012800 WORKING-STORAGE SECTION.
012900 01  WS-SWITCHES.
015400         88 WS-PRINT-OK      VALUE '00'.
015500     05 WS-CLS-FOUND-SW      PIC X(01) VALUE 'N'.
015600         88 CLS-ROW-FOUND    VALUE 'Y'.
015616     05 WS-SITE-STATUS       PIC X(02).
015633         88 WS-SITE-OK       VALUE '00'.
015650         88 WS-SITE-EOF      VALUE '10'.
015666     05 WS-SITE-FOUND-SW     PIC X(01) VALUE 'N'.
015683         88 SITE-ROW-FOUND   VALUE 'Y'.
015688     05 WS-SITE-HEAD-SW      PIC X(01) VALUE 'N'.
015694         88 SITE-HEAD-DONE   VALUE 'Y'.
015700
015800 01  WS-PARM                 PIC X(06).
015900 01  WS-THIS-MONTH           PIC X(06).
016100 01  WS-MONTH-PARTS.
016200     05 WS-MP-YYYY           PIC 9(04).
016300     05 WS-MP-MM             PIC 9(02).
016305
016310*----------------------------------------------------------*
016315* ONE ROW PER CLUB: SITEMAST ROWS FIRST, THEN ANY SITE CODE *
016321* A MEMBER, VISIT OR CLASS CARRIES THAT SITEMAST DOES NOT   *
016326* KNOW.  BLANK IS SITE 01 EVERYWHERE.                       *
016331*----------------------------------------------------------*
016336 01  WS-SITE-TABLE.
016342     05 WS-SITE-ENTRY OCCURS 10 TIMES
016347                      INDEXED BY WS-SITE-NDX.
016352         10 WS-SITE-CODE     PIC X(02).
016357         10 WS-SITE-NAME     PIC X(20).
016363         10 WS-SITE-ACTIVE   PIC 9(05) COMP.
016368         10 WS-SITE-VIS-THIS PIC 9(07) COMP.
016373         10 WS-SITE-VIS-PRIOR PIC 9(07) COMP.
016378 77  WS-SITE-USED            PIC 9(03) COMP VALUE 0.
016384 77  WS-SITE-I               PIC 9(03) COMP.
016389 77  WS-SITE-X               PIC 9(03) COMP.
016394 01  WS-KEY-SITE             PIC X(02).
016400
016500*----------------------------------------------------------*
016600* SECTION 1 - MEMBERSHIP.                                   *
018100*----------------------------------------------------------*
018200 77  WS-VISIT-THIS           PIC 9(07) COMP VALUE 0.
018300 77  WS-VISIT-PRIOR          PIC 9(07) COMP VALUE 0.
018333 77  WS-XSITE-THIS           PIC 9(07) COMP VALUE 0.
018366 77  WS-XSITE-PRIOR          PIC 9(07) COMP VALUE 0.
018400
018500*----------------------------------------------------------*
018600* SECTION 3 - CLASS FILL.  NET SEATS PER CLASS FROM THE     *
019300         10 WS-CLS-DESC      PIC X(20).
019400         10 WS-CLS-CAP       PIC 9(03) COMP.
019500         10 WS-CLS-NET       PIC S9(05) COMP.
019550         10 WS-CLS-SITE      PIC X(02).
019600 77  WS-CLS-USED             PIC 9(03) COMP VALUE 0.
019700 77  WS-CLS-I                PIC 9(03) COMP.
019720 77  WS-TOT-SEATS            PIC 9(05) COMP.
019740 77  WS-TOT-CAP              PIC 9(05) COMP.
019760 77  WS-ALL-SEATS            PIC 9(05) COMP VALUE 0.
019780 77  WS-ALL-CAP              PIC 9(05) COMP VALUE 0.
019800
019900*----------------------------------------------------------*
020000* SECTION 4 - MONEY.                                        *
020100*----------------------------------------------------------*
020200 01  WS-FEE-THIS             PIC S9(09)V99 VALUE 0.
020300 01  WS-FEE-PRIOR            PIC S9(09)V99 VALUE 0.
020333 01  WS-DUES-THIS            PIC S9(09)V99 VALUE 0.
020366 01  WS-DUES-PRIOR           PIC S9(09)V99 VALUE 0.
020372 01  WS-LOCK-THIS             PIC S9(09)V99 VALUE 0.
020379 01  WS-LOCK-PRIOR            PIC S9(09)V99 VALUE 0.
020386 01  WS-PT-THIS               PIC S9(09)V99 VALUE 0.
020393 01  WS-PT-PRIOR              PIC S9(09)V99 VALUE 0.
020400 01  WS-PAY-THIS             PIC S9(09)V99 VALUE 0.
020500 01  WS-PAY-PRIOR            PIC S9(09)V99 VALUE 0.
020600 01  WS-NET-THIS             PIC S9(09)V99 VALUE 0.
024000     05 FL-DESC              PIC X(20).
024100     05 FILLER               PIC X(02) VALUE SPACES.
024200     05 FL-SEATS             PIC ZZZZ9.
024300     05 FILLER               PIC X(01) VALUE SPACES.
024400     05 FL-CAP               PIC ZZZZ9.
024500     05 FILLER               PIC X(03) VALUE SPACES.
024600     05 FL-PCT               PIC ZZ9.
024700     05 FL-PCT-SIGN          PIC X(01).
025200 PROCEDURE DIVISION.
025300 0000-MAINLINE.
025400     PERFORM 1000-GET-PARM THRU 1000-EXIT.
025450     PERFORM 1500-LOAD-SITES THRU 1500-EXIT.
025500     PERFORM 2000-COUNT-MEMBERS THRU 2000-EXIT.
025600     PERFORM 3000-COUNT-VISITS THRU 3000-EXIT.
025700     PERFORM 4000-CLASS-FILL THRU 4000-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------*
029201* 1500-LOAD-SITES - THE CLUB NAMES FROM THE SITE MASTER.   *
029202* NO SITEMAST IS NOT AN ERROR - SITES ARE THEN TABLED AS    *
029203* THEY TURN UP, WITH NO NAME.                               *
029204*----------------------------------------------------------*
029206 1500-LOAD-SITES.
029207     OPEN INPUT SITE-MASTER-FILE.
029208     IF NOT WS-SITE-OK
029209         GO TO 1500-EXIT
029210     END-IF.
029212     PERFORM 1510-READ-SITE THRU 1510-EXIT.
029213     PERFORM 1520-STORE-SITE THRU 1520-EXIT
029214         UNTIL WS-SITE-EOF.
029215     CLOSE SITE-MASTER-FILE.
029216 1500-EXIT.
029218     EXIT.
029219
029220 1510-READ-SITE.
029221     READ SITE-MASTER-FILE.
029222 1510-EXIT.
029224     EXIT.
029225
029226 1520-STORE-SITE.
029227     IF WS-SITE-USED < 10
029228         ADD 1 TO WS-SITE-USED
029230         SET WS-SITE-NDX TO WS-SITE-USED
029231         MOVE ST-SITE-CODE TO WS-SITE-CODE (WS-SITE-NDX)
029232         MOVE ST-SITE-NAME TO WS-SITE-NAME (WS-SITE-NDX)
029233         MOVE 0 TO WS-SITE-ACTIVE (WS-SITE-NDX)
029234         MOVE 0 TO WS-SITE-VIS-THIS (WS-SITE-NDX)
029236         MOVE 0 TO WS-SITE-VIS-PRIOR (WS-SITE-NDX)
029237     END-IF.
029238     PERFORM 1510-READ-SITE THRU 1510-EXIT.
029239 1520-EXIT.
029240     EXIT.
029242
029243*----------------------------------------------------------*
029244* 1600-FIND-SITE - THE TABLE ROW FOR WS-KEY-SITE (BLANK IS  *
029245* 01) INTO WS-SITE-X, ADDING ONE IF SITEMAST DID NOT HAVE   *
029246* IT.  PAST 10 SITES WS-SITE-X IS ZERO - THE ITEM COUNTS IN *
029248* THE COMBINED FIGURES ONLY - AND THE STEP ENDS RC 4.       *
029249*----------------------------------------------------------*
029250 1600-FIND-SITE.
029251     IF WS-KEY-SITE = SPACES
029253         MOVE '01' TO WS-KEY-SITE
029254     END-IF.
029255     MOVE 0 TO WS-SITE-X.
029256     MOVE 'N' TO WS-SITE-FOUND-SW.
029257     PERFORM 1610-MATCH-SITE THRU 1610-EXIT
029259         VARYING WS-SITE-I FROM 1 BY 1
029260         UNTIL SITE-ROW-FOUND OR WS-SITE-I > WS-SITE-USED.
029261     IF SITE-ROW-FOUND
029262         GO TO 1600-EXIT
029263     END-IF.
029265     IF WS-SITE-USED < 10
029266         ADD 1 TO WS-SITE-USED
029267         SET WS-SITE-NDX TO WS-SITE-USED
029268         MOVE WS-KEY-SITE TO WS-SITE-CODE (WS-SITE-NDX)
029269         MOVE SPACES TO WS-SITE-NAME (WS-SITE-NDX)
029271         MOVE 0 TO WS-SITE-ACTIVE (WS-SITE-NDX)
029272         MOVE 0 TO WS-SITE-VIS-THIS (WS-SITE-NDX)
029273         MOVE 0 TO WS-SITE-VIS-PRIOR (WS-SITE-NDX)
029274         MOVE WS-SITE-USED TO WS-SITE-X
029275     ELSE
029277         DISPLAY "MORE THAN 10 SITES - " WS-KEY-SITE
029278             " NOT BROKEN OUT"
029279         IF RETURN-CODE < 4
029280             MOVE 4 TO RETURN-CODE
029281         END-IF
029283     END-IF.
029284 1600-EXIT.
029285     EXIT.
029286
029287 1610-MATCH-SITE.
029289     SET WS-SITE-NDX TO WS-SITE-I.
029290     IF WS-SITE-CODE (WS-SITE-NDX) = WS-KEY-SITE
029291         MOVE 'Y' TO WS-SITE-FOUND-SW
029292         MOVE WS-SITE-I TO WS-SITE-X
029293     END-IF.
029295 1610-EXIT.
029296     EXIT.
029297
029298*----------------------------------------------------------*
029300* 2000-COUNT-MEMBERS - ONE PASS OF THE MASTER: COUNTS BY    *
029400* STATUS AS OF TONIGHT, AND JOINS/SUSPENSIONS/CANCELLATIONS *
029500* BY THE MONTH THE STATUS DATE FALLS IN.  ACTIVE MEMBERS    *
029550* ARE ALSO COUNTED BY HOME SITE.                            *
029600*----------------------------------------------------------*
029700 2000-COUNT-MEMBERS.
029800     OPEN INPUT MEMBER-MASTER-FILE.
032000     EVALUATE TRUE
032100         WHEN MEMBER-ACTIVE
032200             ADD 1 TO WS-ACTIVE-COUNT
032216             MOVE MEMBER-HOME-SITE TO WS-KEY-SITE
032233             PERFORM 1600-FIND-SITE THRU 1600-EXIT
032250             IF WS-SITE-X > 0
032266                 ADD 1 TO WS-SITE-ACTIVE (WS-SITE-X)
032283             END-IF
032300         WHEN MEMBER-SUSPENDED
032400             ADD 1 TO WS-SUSP-COUNT
032500         WHEN MEMBER-CANCELLED
035500
035600*----------------------------------------------------------*
035700* 3000-COUNT-VISITS - 'IN' TRANSACTIONS FROM THE CHECK-IN   *
035800* HISTORY FOR BOTH MONTHS, BY THE SITE CHECKED IN AT, AND   *
035850* HOW MANY OF THEM WERE MEMBERS AWAY FROM THEIR HOME SITE.  *
035900*----------------------------------------------------------*
036000 3000-COUNT-VISITS.
036100     OPEN INPUT CHK-HIST-FILE.
038200     EXIT.
038300
038400 3200-COUNT-VISIT.
038429     IF NOT CH-TYPE-IN
038458         GO TO 3200-NEXT
038487     END-IF.
038516     IF CH-DATE (1:6) NOT = WS-THIS-MONTH
038545         AND CH-DATE (1:6) NOT = WS-PRIOR-MONTH
038574         GO TO 3200-NEXT
038603     END-IF.
038632     MOVE CH-SITE TO WS-KEY-SITE.
038661     PERFORM 1600-FIND-SITE THRU 1600-EXIT.
038690     IF CH-DATE (1:6) = WS-THIS-MONTH
038719         ADD 1 TO WS-VISIT-THIS
038748         IF WS-SITE-X > 0
038777             ADD 1 TO WS-SITE-VIS-THIS (WS-SITE-X)
038800         END-IF
038835         IF CH-HOME-SITE NOT = SPACES
038864             AND CH-HOME-SITE NOT = WS-KEY-SITE
038893             ADD 1 TO WS-XSITE-THIS
039100         END-IF
039200     END-IF.
039208     IF CH-DATE (1:6) = WS-PRIOR-MONTH
039216         ADD 1 TO WS-VISIT-PRIOR
039225         IF WS-SITE-X > 0
039233             ADD 1 TO WS-SITE-VIS-PRIOR (WS-SITE-X)
039241         END-IF
039250         IF CH-HOME-SITE NOT = SPACES
039258             AND CH-HOME-SITE NOT = WS-KEY-SITE
039266             ADD 1 TO WS-XSITE-PRIOR
039275         END-IF
039283     END-IF.
039291 3200-NEXT.
039300     PERFORM 3100-READ-HIST THRU 3100-EXIT.
039400 3200-EXIT.
039500     EXIT.
044600         MOVE CLS-DESCRIPTION TO WS-CLS-DESC (WS-CLS-NDX)
044700         MOVE CLS-CAPACITY    TO WS-CLS-CAP (WS-CLS-NDX)
044800         MOVE 0               TO WS-CLS-NET (WS-CLS-NDX)
044825         MOVE CLS-SITE TO WS-KEY-SITE
044850         PERFORM 1600-FIND-SITE THRU 1600-EXIT
044875         MOVE WS-KEY-SITE     TO WS-CLS-SITE (WS-CLS-NDX)
044900     ELSE
045000         DISPLAY "MORE THAN 50 CLASSES - " CLS-CLASS-ID
045100             " NOT ON THE FILL PAGE"
052200         UNTIL WS-PAY-EOF.
052300     CLOSE PAY-AUDIT-FILE.
052400 5000-NET.
052500     COMPUTE WS-NET-THIS = WS-FEE-THIS + WS-DUES-THIS
052525         + WS-LOCK-THIS + WS-PT-THIS
052550         + WS-PAY-THIS.
052600     COMPUTE WS-NET-PRIOR = WS-FEE-PRIOR + WS-DUES-PRIOR
052625         + WS-LOCK-PRIOR + WS-PT-PRIOR
052650         + WS-PAY-PRIOR.
052700 5000-EXIT.
052800     EXIT.
052900
053500 5200-SUM-FEE.
053600     MOVE FA-OLD-BALANCE TO WS-OLD-AMOUNT.
053700     MOVE FA-NEW-BALANCE TO WS-NEW-AMOUNT.
053720     IF FA-TYPE-DUES
053740         PERFORM 5210-SUM-DUES THRU 5210-EXIT
053760         GO TO 5200-NEXT
053780     END-IF.
053782     IF FA-TYPE-LOCKER
053784         PERFORM 5220-SUM-LOCKER THRU 5220-EXIT
053786         GO TO 5200-NEXT
053788     END-IF.
053791     IF FA-TYPE-PT
053793         PERFORM 5230-SUM-PT THRU 5230-EXIT
053795         GO TO 5200-NEXT
053797     END-IF.
053800     IF FA-DATE (1:6) = WS-THIS-MONTH
053900         COMPUTE WS-FEE-THIS = WS-FEE-THIS
054000             + WS-NEW-AMOUNT - WS-OLD-AMOUNT
054300         COMPUTE WS-FEE-PRIOR = WS-FEE-PRIOR
054400             + WS-NEW-AMOUNT - WS-OLD-AMOUNT
054500     END-IF.
054550 5200-NEXT.
054600     PERFORM 5100-READ-FEE THRU 5100-EXIT.
054700 5200-EXIT.
054702     EXIT.
054705
054708 5210-SUM-DUES.
054710     IF FA-DATE (1:6) = WS-THIS-MONTH
054713         COMPUTE WS-DUES-THIS = WS-DUES-THIS
054716             + WS-NEW-AMOUNT - WS-OLD-AMOUNT
054718     END-IF.
054721     IF FA-DATE (1:6) = WS-PRIOR-MONTH
054724         COMPUTE WS-DUES-PRIOR = WS-DUES-PRIOR
054727             + WS-NEW-AMOUNT - WS-OLD-AMOUNT
054729     END-IF.
054732 5210-EXIT.
054735     EXIT.
054737
054740 5220-SUM-LOCKER.
054743     IF FA-DATE (1:6) = WS-THIS-MONTH
054745         COMPUTE WS-LOCK-THIS = WS-LOCK-THIS
054748             + WS-NEW-AMOUNT - WS-OLD-AMOUNT
054751     END-IF.
054754     IF FA-DATE (1:6) = WS-PRIOR-MONTH
054756         COMPUTE WS-LOCK-PRIOR = WS-LOCK-PRIOR
054759             + WS-NEW-AMOUNT - WS-OLD-AMOUNT
054762     END-IF.
054764 5220-EXIT.
054767     EXIT.
054770
054772 5230-SUM-PT.
054775     IF FA-DATE (1:6) = WS-THIS-MONTH
054778         COMPUTE WS-PT-THIS = WS-PT-THIS
054781             + WS-NEW-AMOUNT - WS-OLD-AMOUNT
054783     END-IF.
054786     IF FA-DATE (1:6) = WS-PRIOR-MONTH
054789         COMPUTE WS-PT-PRIOR = WS-PT-PRIOR
054791             + WS-NEW-AMOUNT - WS-OLD-AMOUNT
054794     END-IF.
054797 5230-EXIT.
054800     EXIT.
054900
055000 5300-READ-PAY.
061400     END-IF.
061500     MOVE SPACES TO PACK-PRINT-LINE.
061600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
061608     MOVE "  ACTIVE MEMBERS BY HOME SITE" TO PACK-PRINT-LINE.
061616     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
061625     PERFORM 6110-ACTIVE-SITE THRU 6110-EXIT
061633         VARYING WS-SITE-I FROM 1 BY 1
061641         UNTIL WS-SITE-I > WS-SITE-USED.
061650     MOVE SPACES TO WS-STAT-LINE.
061658     MOVE "ALL SITES..................." TO SL-LABEL.
061666     MOVE WS-ACTIVE-COUNT TO SL-THIS.
061675     PERFORM 8100-WRITE-STAT-2COL THRU 8100-EXIT.
061683     MOVE SPACES TO PACK-PRINT-LINE.
061691     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
061700     MOVE "  STATUS MOVES            THIS MO   PRIOR     CHANGE"
061800         TO PACK-PRINT-LINE.
061900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
063800 6100-EXIT.
063900     EXIT.
064000
064010 6110-ACTIVE-SITE.
064020     SET WS-SITE-NDX TO WS-SITE-I.
064030     MOVE SPACES TO WS-STAT-LINE.
064040     PERFORM 8400-SITE-LABEL THRU 8400-EXIT.
064050     MOVE WS-SITE-ACTIVE (WS-SITE-NDX) TO SL-THIS.
064060     PERFORM 8100-WRITE-STAT-2COL THRU 8100-EXIT.
064070 6110-EXIT.
064080     EXIT.
064090
064100 6200-VISITS-PAGE.
064200     PERFORM 7000-PAGE-HEADER THRU 7000-EXIT.
064300     MOVE "2. VISITS" TO PACK-PRINT-LINE.
064700     MOVE "                          THIS MO   PRIOR     CHANGE"
064800         TO PACK-PRINT-LINE.
064900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
064916     MOVE "  CHECK-INS BY SITE" TO PACK-PRINT-LINE.
064933     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
064950     PERFORM 6210-VISIT-SITE THRU 6210-EXIT
064966         VARYING WS-SITE-I FROM 1 BY 1
064983         UNTIL WS-SITE-I > WS-SITE-USED.
065000     MOVE "ALL SITES..................." TO SL-LABEL.
065100     MOVE WS-VISIT-THIS TO SL-THIS.
065200     MOVE WS-VISIT-PRIOR TO SL-PRIOR.
065300     COMPUTE WS-CHANGE-WORK = WS-VISIT-THIS - WS-VISIT-PRIOR.
065400     MOVE WS-CHANGE-WORK TO SL-CHANGE.
065500     PERFORM 8200-WRITE-STAT THRU 8200-EXIT.
065511     MOVE SPACES TO PACK-PRINT-LINE.
065522     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
065533     MOVE "AWAY FROM HOME SITE........." TO SL-LABEL.
065544     MOVE WS-XSITE-THIS TO SL-THIS.
065555     MOVE WS-XSITE-PRIOR TO SL-PRIOR.
065566     COMPUTE WS-CHANGE-WORK = WS-XSITE-THIS - WS-XSITE-PRIOR.
065577     MOVE WS-CHANGE-WORK TO SL-CHANGE.
065588     PERFORM 8200-WRITE-STAT THRU 8200-EXIT.
065600 6200-EXIT.
065607     EXIT.
065614
065621 6210-VISIT-SITE.
065628     SET WS-SITE-NDX TO WS-SITE-I.
065635     MOVE SPACES TO WS-STAT-LINE.
065642     PERFORM 8400-SITE-LABEL THRU 8400-EXIT.
065650     MOVE WS-SITE-VIS-THIS (WS-SITE-NDX) TO SL-THIS.
065657     MOVE WS-SITE-VIS-PRIOR (WS-SITE-NDX) TO SL-PRIOR.
065664     COMPUTE WS-CHANGE-WORK = WS-SITE-VIS-THIS (WS-SITE-NDX)
065671         - WS-SITE-VIS-PRIOR (WS-SITE-NDX).
065678     MOVE WS-CHANGE-WORK TO SL-CHANGE.
065685     PERFORM 8200-WRITE-STAT THRU 8200-EXIT.
065692 6210-EXIT.
065700     EXIT.
065800
065900 6300-FILL-PAGE.
066600     MOVE "  CLASS     DESCRIPTION           SEATS   CAP   FILL"
066700         TO PACK-PRINT-LINE.
066800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
066900     PERFORM 6305-FILL-SITE THRU 6305-EXIT
067000         VARYING WS-SITE-I FROM 1 BY 1
067100         UNTIL WS-SITE-I > WS-SITE-USED.
067200     IF WS-CLS-USED = 0
067300         MOVE "  (NO CLASSES ON FILE)" TO PACK-PRINT-LINE
067400         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
067412     ELSE
067425         MOVE SPACES TO PACK-PRINT-LINE
067437         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
067450         MOVE SPACES TO WS-FILL-LINE
067456         MOVE "ALL SITES" TO FL-DESC
067462         MOVE WS-ALL-SEATS TO WS-TOT-SEATS
067475         MOVE WS-ALL-CAP TO WS-TOT-CAP
067487         PERFORM 6320-TOTAL-LINE THRU 6320-EXIT
067500     END-IF.
067600 6300-EXIT.
067700     EXIT.
067800
067803*----------------------------------------------------------*
067807* 6305-FILL-SITE - ONE SITE'S CLASSES AND ITS SUBTOTAL.  A  *
067811* SITE WITH NO CLASSES PRINTS NOTHING.                      *
067815*----------------------------------------------------------*
067819 6305-FILL-SITE.
067823     SET WS-SITE-NDX TO WS-SITE-I.
067826     MOVE 0 TO WS-TOT-SEATS.
067830     MOVE 0 TO WS-TOT-CAP.
067834     MOVE 'N' TO WS-SITE-HEAD-SW.
067838     PERFORM 6310-FILL-LINE THRU 6310-EXIT
067842         VARYING WS-CLS-I FROM 1 BY 1
067846         UNTIL WS-CLS-I > WS-CLS-USED.
067850     IF NOT SITE-HEAD-DONE
067853         GO TO 6305-EXIT
067857     END-IF.
067861     MOVE SPACES TO WS-FILL-LINE.
067865     MOVE "SITE " TO FL-CLASS-ID.
067869     MOVE WS-SITE-CODE (WS-SITE-NDX) TO FL-CLASS-ID (6:2).
067873     MOVE "SITE TOTAL" TO FL-DESC.
067876     PERFORM 6320-TOTAL-LINE THRU 6320-EXIT.
067880     ADD WS-TOT-SEATS TO WS-ALL-SEATS.
067884     ADD WS-TOT-CAP TO WS-ALL-CAP.
067888 6305-EXIT.
067892     EXIT.
067896
067900 6310-FILL-LINE.
068000     SET WS-CLS-NDX TO WS-CLS-I.
068007     IF WS-CLS-SITE (WS-CLS-NDX) NOT = WS-SITE-CODE (WS-SITE-NDX)
068015         GO TO 6310-EXIT
068023     END-IF.
068030     IF NOT SITE-HEAD-DONE
068038         MOVE 'Y' TO WS-SITE-HEAD-SW
068046         MOVE SPACES TO PACK-PRINT-LINE
068053         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
068061         MOVE SPACES TO WS-STAT-LINE
068069         PERFORM 8400-SITE-LABEL THRU 8400-EXIT
068076         MOVE SL-LABEL TO PACK-PRINT-LINE
068084         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
068092     END-IF.
068100     MOVE SPACES TO WS-FILL-LINE.
068200     MOVE WS-CLS-ID (WS-CLS-NDX)   TO FL-CLASS-ID.
068300     MOVE WS-CLS-DESC (WS-CLS-NDX) TO FL-DESC.
069700     MOVE '%' TO FL-PCT-SIGN.
069800     MOVE WS-FILL-LINE TO PACK-PRINT-LINE.
069900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
069933     ADD WS-CLS-NET (WS-CLS-NDX) TO WS-TOT-SEATS.
069966     ADD WS-CLS-CAP (WS-CLS-NDX) TO WS-TOT-CAP.
070000 6310-EXIT.
070005     EXIT.
070010
070015*----------------------------------------------------------*
070020* 6320-TOTAL-LINE - A SEATS/CAPACITY TOTAL FROM WS-TOT-SEATS *
070025* AND WS-TOT-CAP UNDER THE LABEL ALREADY IN THE FILL LINE.   *
070030*----------------------------------------------------------*
070035 6320-TOTAL-LINE.
070040     MOVE WS-TOT-SEATS TO FL-SEATS.
070045     MOVE WS-TOT-CAP TO FL-CAP.
070050     IF WS-TOT-CAP > 0
070055         COMPUTE WS-PCT-WORK = (WS-TOT-SEATS * 100) / WS-TOT-CAP
070060     ELSE
070065         MOVE 0 TO WS-PCT-WORK
070070     END-IF.
070075     MOVE WS-PCT-WORK TO FL-PCT.
070080     MOVE '%' TO FL-PCT-SIGN.
070085     MOVE WS-FILL-LINE TO PACK-PRINT-LINE.
070090     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
070095 6320-EXIT.
070100     EXIT.
070200
070300 6400-MONEY-PAGE.
071500     MOVE WS-FEE-PRIOR TO ML-PRIOR.
071600     PERFORM 8300-WRITE-MONEY THRU 8300-EXIT.
071700     MOVE SPACES TO WS-MONEY-LINE.
071711     MOVE "DUES AND JOINING FEES..." TO ML-LABEL.
071723     MOVE WS-DUES-THIS  TO ML-THIS.
071735     MOVE WS-DUES-PRIOR TO ML-PRIOR.
071747     PERFORM 8300-WRITE-MONEY THRU 8300-EXIT.
071758     MOVE SPACES TO WS-MONEY-LINE.
071770     MOVE "LOCKER RENTAL..........." TO ML-LABEL.
071782     MOVE WS-LOCK-THIS  TO ML-THIS.
071794     MOVE WS-LOCK-PRIOR TO ML-PRIOR.
071805     PERFORM 8300-WRITE-MONEY THRU 8300-EXIT.
071817     MOVE SPACES TO WS-MONEY-LINE.
071829     MOVE "PT PACKAGES............." TO ML-LABEL.
071841     MOVE WS-PT-THIS  TO ML-THIS.
071852     MOVE WS-PT-PRIOR TO ML-PRIOR.
071864     PERFORM 8300-WRITE-MONEY THRU 8300-EXIT.
071876     MOVE SPACES TO WS-MONEY-LINE.
071888     MOVE "PAYMENTS NET OF RETURNS." TO ML-LABEL.
071900     MOVE WS-PAY-THIS  TO ML-THIS.
072000     MOVE WS-PAY-PRIOR TO ML-PRIOR.
072100     PERFORM 8300-WRITE-MONEY THRU 8300-EXIT.
078000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
078100 8300-EXIT.
078200     EXIT.
078300
078400*----------------------------------------------------------*
078500* 8400-SITE-LABEL - "SITE NN NAME" INTO THE STAT LINE LABEL *
078600* FOR THE SITE AT WS-SITE-NDX.                              *
078700*----------------------------------------------------------*
078800 8400-SITE-LABEL.
078900     MOVE SPACES TO SL-LABEL.
079000     STRING "SITE " DELIMITED BY SIZE
079100         WS-SITE-CODE (WS-SITE-NDX) DELIMITED BY SIZE
079200         " " DELIMITED BY SIZE
079300         WS-SITE-NAME (WS-SITE-NDX) DELIMITED BY SIZE
079400         INTO SL-LABEL.
079500 8400-EXIT.
079600     EXIT.
