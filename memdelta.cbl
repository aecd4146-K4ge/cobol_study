002297*                      BIRTH (RECORD 73 TO 82, DOB
002298*                      APPENDED) - LENGTHS AND COPY
002299*                      REPLACEMENTS GREW WITH IT.
002313*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
002327*                      CODE, DUES-BILLED-THRU MONTH AND
002342*                      JOINING-FEE FLAG (RECORD 82 TO 96,
002356*                      APPENDED) - LENGTHS AND COPY
002371*                      REPLACEMENTS GREW WITH IT.
002372*   2026-10-15  KAGE   A DROPPED MEMBER WHOSE ID IS ON THE
002373*                      ERASURE REGISTER (ERASREG) IS SENT
002374*                      AS AN ERASURE ROW (E, ID ONLY) SO
002375*                      THE PORTAL PURGES ITS COPY RATHER
002376*                      THAN KEEPING THE NAME AS A LAPSED
002377*                      MEMBER; THE SURROGATE ARRIVES AS AN
002378*                      ORDINARY ADD.  NO REGISTER, NO
002379*                      ERASURES.
002380*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
002381*                      (RECORD 96 TO 99, APPENDED) -
002382*                      LENGTHS AND COPY REPLACEMENTS GREW
002383*                      WITH IT.
002385*----------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004020     SELECT MEMBER-NEXT-FILE ASSIGN TO "MEMNEXT"
004030         ORGANIZATION IS LINE SEQUENTIAL
004040         FILE STATUS IS WS-NEXT-STATUS.
004052
004064     SELECT ERASURE-REG-FILE ASSIGN TO "ERASREG"
004076         ORGANIZATION IS LINE SEQUENTIAL
004088         FILE STATUS IS WS-REG-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
006400                   ==MEMBER-STATUS-DATE==
006500                       BY ==PV-MEMBER-STATUS-DATE==
006501                   ==MEMBER-DOB==
006502                       BY ==PV-MEMBER-DOB==
006512                   ==MEMBER-PLAN-CODE==
006523                       BY ==PV-MEMBER-PLAN-CODE==
006534                   ==MEMBER-DUES-THRU==
006545                       BY ==PV-MEMBER-DUES-THRU==
006556                   ==MEMBER-JOIN-FEE-SW==
006567                       BY ==PV-MEMBER-JOIN-FEE-SW==
006578                   ==MEMBER-JOIN-FEE-DUE==
006589                       BY ==PV-MEMBER-JOIN-FEE-DUE==
006592                   ==MEMBER-HOME-SITE==
006596                       BY ==PV-MEMBER-HOME-SITE==.
006600
006700 FD  MEMBER-MASTER-FILE.
006800 01  MEMBER-MASTER-RECORD.
007200 01  DELTA-CSV-RECORD        PIC X(100).
007210
007220 FD  MEMBER-NEXT-FILE.
007230 01  MEMBER-NEXT-RECORD      PIC X(99).
007244
007258 FD  ERASURE-REG-FILE.
007272 01  ERASURE-REG-RECORD.
007286     COPY ERASREG.
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-SWITCHES.
008420         88 WS-NEXT-OK       VALUE '00'.
008430     05 WS-FIRST-SW          PIC X(01) VALUE 'N'.
008440         88 FIRST-EXTRACT    VALUE 'Y'.
008452     05 WS-REG-STATUS        PIC X(02).
008464         88 WS-REG-OK        VALUE '00'.
008476         88 WS-REG-EOF       VALUE '10'.
008488         88 WS-REG-NOT-FOUND VALUE '35'.
008500
008600 01  WS-PREV-KEY             PIC X(20) VALUE HIGH-VALUES.
008700 01  WS-MAST-KEY             PIC X(20) VALUE HIGH-VALUES.
008800 01  WS-PREV-IMAGE           PIC X(99).
008900 01  WS-MAST-IMAGE           PIC X(99).
009000
009100 77  WS-ADD-COUNT            PIC 9(05) COMP VALUE 0.
009200 77  WS-CHG-COUNT            PIC 9(05) COMP VALUE 0.
009300 77  WS-DRP-COUNT            PIC 9(05) COMP VALUE 0.
009400 77  WS-SAME-COUNT           PIC 9(05) COMP VALUE 0.
009450 77  WS-ERA-COUNT            PIC 9(05) COMP VALUE 0.
009500 77  WS-ROW-COUNT            PIC 9(05) COMP VALUE 0.
009600
009700 01  WS-CURR-DATE            PIC X(08).
010300 01  WS-ROW-ID               PIC X(20).
010400 01  WS-ROW-NAME             PIC X(20).
010500 01  WS-ROW-STATUS           PIC X(01).
010510
010520*    OLD IDS OF EVERY MEMBER EVER ERASED.
010530 01  WS-ERA-TABLE.
010540     05 WS-ERA-OLD-ID        PIC X(20) OCCURS 1000 TIMES.
010550 77  WS-ERA-USED             PIC 9(04) COMP VALUE 0.
010560 77  WS-ERA-I                PIC 9(04) COMP VALUE 0.
010570 77  WS-ERA-MAX              PIC 9(04) COMP VALUE 1000.
010580 01  WS-ERASED-SW            PIC X(01).
010590     88 WS-ERASED            VALUE 'Y'.
010600
010633 01  WS-RUNCTL.
010666     COPY RUNCTL.
010884         GOBACK
010898     END-IF.
010900     CALL "RUNDT" USING WS-CURR-DATE.
010950     PERFORM 1100-LOAD-ERASURES THRU 1100-EXIT.
011000     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
011100     PERFORM 2000-READ-PREV THRU 2000-EXIT.
011200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
015500 1000-EXIT.
015600     EXIT.
015700
015702*----------------------------------------------------------*
015704* 1100-LOAD-ERASURES - THE ERASURE REGISTER, ERASEMEM'S    *
015706* OLD-ID-TO-SURROGATE LIST.  A FULL TABLE STOPS THE STEP -  *
015708* AN ERASED NAME MUST NEVER GO OUT AS A PLAIN DROP.         *
015710*----------------------------------------------------------*
015712 1100-LOAD-ERASURES.
015714     OPEN INPUT ERASURE-REG-FILE.
015717     IF WS-REG-NOT-FOUND
015719         GO TO 1100-EXIT
015721     END-IF.
015723     IF NOT WS-REG-OK
015725         DISPLAY "ERASREG OPEN FAILED, STATUS = "
015727             WS-REG-STATUS
015729         MOVE 8 TO RETURN-CODE
015731         GOBACK
015734     END-IF.
015736     PERFORM 1110-READ-REGISTER THRU 1110-EXIT.
015738     PERFORM 1120-KEEP-ERASURE THRU 1120-EXIT
015740         UNTIL WS-REG-EOF.
015742     CLOSE ERASURE-REG-FILE.
015744     IF RETURN-CODE > 4
015746         GOBACK
015748     END-IF.
015751 1100-EXIT.
015753     EXIT.
015755
015757 1110-READ-REGISTER.
015759     READ ERASURE-REG-FILE.
015761 1110-EXIT.
015763     EXIT.
015765
015768 1120-KEEP-ERASURE.
015770     IF ER-OLD-ID NOT = SPACES
015772         IF WS-ERA-USED NOT < WS-ERA-MAX
015774             DISPLAY "MORE THAN " WS-ERA-MAX
015776                 " ERASURES ON ERASREG - ENLARGE WS-ERA-TABLE"
015778             MOVE 8 TO RETURN-CODE
015780             GO TO 1120-EXIT
015782         END-IF
015785         ADD 1 TO WS-ERA-USED
015787         MOVE ER-OLD-ID TO WS-ERA-OLD-ID (WS-ERA-USED)
015789     END-IF.
015791     PERFORM 1110-READ-REGISTER THRU 1110-EXIT.
015793 1120-EXIT.
015795     EXIT.
015797
015800 2000-READ-PREV.
015810     IF FIRST-EXTRACT
015820         MOVE HIGH-VALUES TO WS-PREV-KEY
020300             PERFORM 4100-EMIT-MASTER-ROW THRU 4100-EXIT
020400             PERFORM 2100-READ-MASTER THRU 2100-EXIT
020500         WHEN OTHER
020700             PERFORM 4200-EMIT-DROP-ROW THRU 4200-EXIT
020800             PERFORM 2000-READ-PREV THRU 2000-EXIT
020900     END-EVALUATE.
022500
022600*----------------------------------------------------------*
022700* 4200-EMIT-DROP-ROW - THE RECORD IS GONE FROM THE MASTER,  *
022800* SO THE ROW CARRIES THE PRIOR IMAGE'S VALUES - UNLESS THE  *
022810* MEMBER WAS ERASED, WHEN ONLY THE OLD ID GOES.             *
022900*----------------------------------------------------------*
023000 4200-EMIT-DROP-ROW.
023010     MOVE 'N' TO WS-ERASED-SW.
023020     PERFORM 4210-CHECK-ERASURE THRU 4210-EXIT
023030         VARYING WS-ERA-I FROM 1 BY 1
023040         UNTIL WS-ERASED OR WS-ERA-I > WS-ERA-USED.
023050     IF WS-ERASED
023060         ADD 1 TO WS-ERA-COUNT
023070         PERFORM 4300-EMIT-ERASE-ROW THRU 4300-EXIT
023080         GO TO 4200-EXIT
023090     END-IF.
023095     ADD 1 TO WS-DRP-COUNT.
023100     MOVE 'D' TO WS-ROW-ACTION.
023200     MOVE PV-MEMBER-ID      TO WS-ROW-ID.
023300     MOVE PV-MEMBER-NAME    TO WS-ROW-NAME.
023600     MOVE PV-MEMBER-STATUS  TO WS-ROW-STATUS.
023700     PERFORM 4500-WRITE-ROW THRU 4500-EXIT.
023800 4200-EXIT.
023805     EXIT.
023811
023816 4210-CHECK-ERASURE.
023822     IF WS-ERA-OLD-ID (WS-ERA-I) = PV-MEMBER-ID
023827         MOVE 'Y' TO WS-ERASED-SW
023833     END-IF.
023838 4210-EXIT.
023844     EXIT.
023850
023855 4300-EMIT-ERASE-ROW.
023861     MOVE SPACES TO DELTA-CSV-RECORD.
023866     STRING "E,"        DELIMITED BY SIZE
023872         PV-MEMBER-ID   DELIMITED BY SPACE
023877         ",,,,"         DELIMITED BY SIZE
023883         INTO DELTA-CSV-RECORD.
023888     PERFORM 4550-PUT-ROW THRU 4550-EXIT.
023894 4300-EXIT.
023900     EXIT.
024000
024100 4500-WRITE-ROW.
025200         ","            DELIMITED BY SIZE
025300         WS-ROW-STATUS  DELIMITED BY SIZE
025400         INTO DELTA-CSV-RECORD.
025450     PERFORM 4550-PUT-ROW THRU 4550-EXIT.
025460 4500-EXIT.
025470     EXIT.
025480
025490 4550-PUT-ROW.
025500     WRITE DELTA-CSV-RECORD.
025600     IF NOT WS-CSV-OK
025700         DISPLAY "DLTCSV WRITE FAILED, STATUS = "
026100         END-IF
026200     END-IF.
026300     ADD 1 TO WS-ROW-COUNT.
026400 4550-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------*
029300     DISPLAY "  ADDS...............: " WS-ADD-COUNT.
029400     DISPLAY "  CHANGES............: " WS-CHG-COUNT.
029500     DISPLAY "  DROPS..............: " WS-DRP-COUNT.
029550     DISPLAY "  ERASURES...........: " WS-ERA-COUNT.
029600     DISPLAY "  UNCHANGED (QUIET)..: " WS-SAME-COUNT.
029700     DISPLAY "  ROWS SENT..........: " WS-ROW-COUNT.
029800 9000-EXIT.
