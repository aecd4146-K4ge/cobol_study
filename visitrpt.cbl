002100*                      DURATION AT ALL - CHKCLOSE WRITES
002101*                      THE MATCHING 'SYS' OUT TO HISTORY
002102*                      AT CLOSE-OUT.
002112*   2026-10-15  KAGE   CHKTRANS IS 58 BYTES AND CARRIES THE
002123*                      SITE OF THE KIOSK. COMPLETED VISITS
002134*                      AND CURRENT OCCUPANCY NOW ALSO BREAK
002145*                      DOWN BY SITE (NAMES FROM SITEMAST,
002156*                      BLANK SITE READS AS 01) WITH THE
002167*                      COMBINED TOTAL; ENTRANCES ARE
002178*                      COUNTED PER SITE.
002189*----------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003830         ORGANIZATION IS LINE SEQUENTIAL
003840         FILE STATUS IS WS-CLOSETIM-STATUS.
003900
003920     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
003940         ORGANIZATION IS LINE SEQUENTIAL
003960         FILE STATUS IS WS-SITE-STATUS.
003980
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CHK-TRANS-FILE.
004300 01  CHK-TRANS-RECORD        PIC X(58).
004400
004500 FD  CHK-SORTED-FILE.
004600 01  CHK-SORTED-RECORD.
005900     05 CS-TIME              PIC X(06).
005910     05 FILLER               PIC X(01).
005920     05 CS-TERMINAL          PIC X(04).
005936     05 FILLER               PIC X(01).
005952     05 CS-SITE              PIC X(02).
005968     05 FILLER               PIC X(01).
005984     05 CS-HOME-SITE         PIC X(02).
006000
006100 SD  CHK-SORT-WORK.
006200 01  CHK-SORT-RECORD.
007300     05 SW-TIME              PIC X(06).
007310     05 FILLER               PIC X(01).
007320     05 SW-TERMINAL          PIC X(04).
007336     05 FILLER               PIC X(01).
007352     05 SW-SITE              PIC X(02).
007368     05 FILLER               PIC X(01).
007384     05 SW-HOME-SITE         PIC X(02).
007400
007410 FD  CLOSE-TIME-FILE.
007420 01  CLOSE-TIME-RECORD.
007430     05 CLT-HHMM             PIC X(04).
007432
007434 FD  SITE-MASTER-FILE.
007436 01  SITE-MASTER-RECORD.
007438     COPY SITE.
007440
007500 FD  VISIT-REPORT-FILE.
007600 01  VISIT-REPORT-LINE       PIC X(80).
008600         88 WS-REPORT-OK     VALUE '00'.
008700     05 WS-PENDING-SW        PIC X(01) VALUE 'N'.
008800         88 IN-PENDING       VALUE 'Y'.
008825     05 WS-SITE-STATUS       PIC X(02).
008850         88 WS-SITE-OK       VALUE '00'.
008875         88 WS-SITE-EOF      VALUE '10'.
008900
009000 01  WS-PEND-MEMBER-ID       PIC X(20).
009100 01  WS-PEND-DATE            PIC X(08).
009200 01  WS-PEND-TIME            PIC X(06).
009210 01  WS-PEND-TERMINAL        PIC X(04).
009215 01  WS-PEND-SITE            PIC X(02).
009220
009230 01  WS-TERM-TABLE.
009240     05 WS-TERM-ENTRY OCCURS 10 TIMES
009250                      INDEXED BY WS-TERM-NDX.
009255         10 WS-TERM-KEY.
009258             15 WS-TERM-SITE PIC X(02).
009260             15 WS-TERM-ID   PIC X(04).
009270         10 WS-TERM-OCC      PIC 9(05) COMP.
009280 77  WS-TERM-USED            PIC 9(03) COMP VALUE 0.
009290 77  WS-TERM-I               PIC 9(03) COMP.
009291 01  WS-TERM-FOUND-SW        PIC X(01) VALUE 'N'.
009292     88 TERM-ROW-FOUND       VALUE 'Y'.
009293 01  WS-OCC-KEY.
009295     05 WS-OCC-SITE          PIC X(02).
009297     05 WS-OCC-TERMINAL      PIC X(04).
009300
009309*----------------------------------------------------------*
009315* ONE ROW PER CLUB: SITEMAST ROWS FIRST, THEN ANY SITE CODE *
009321* SEEN ON A TRANSACTION THAT SITEMAST DOES NOT KNOW.        *
009326*----------------------------------------------------------*
009332 01  WS-SITE-TABLE.
009338     05 WS-SITE-ENTRY OCCURS 10 TIMES
009343                      INDEXED BY WS-SITE-NDX.
009349         10 WS-SITE-CODE     PIC X(02).
009354         10 WS-SITE-NAME     PIC X(20).
009360         10 WS-SITE-VISITS   PIC 9(05) COMP.
009366         10 WS-SITE-OCC      PIC 9(05) COMP.
009371 77  WS-SITE-USED            PIC 9(03) COMP VALUE 0.
009377 77  WS-SITE-I               PIC 9(03) COMP.
009383 01  WS-SITE-FOUND-SW        PIC X(01) VALUE 'N'.
009388     88 SITE-ROW-FOUND       VALUE 'Y'.
009394
009400 01  WS-TIME-PARTS.
009500     05 WS-TP-HH             PIC 9(02).
009600     05 WS-TP-MM             PIC 9(02).
010530 01  WS-CLOSE-TIME           PIC X(06) VALUE '220000'.
010600 01  WS-CURR-DATE            PIC X(08).
010700 01  WS-COUNT-EDIT           PIC ZZZZ9.
010709
010718 01  WS-SITE-LINE.
010727     05 FILLER               PIC X(02) VALUE SPACES.
010736     05 SL-SITE              PIC X(09).
010745     05 FILLER               PIC X(01) VALUE SPACES.
010754     05 SL-NAME              PIC X(20).
010763     05 FILLER               PIC X(02) VALUE SPACES.
010772     05 SL-VISITS            PIC ZZZZ9.
010781     05 FILLER               PIC X(04) VALUE SPACES.
010790     05 SL-OCC               PIC ZZZZ9.
010800
010900 01  WS-DETAIL-LINE.
011000     05 FILLER               PIC X(02) VALUE SPACES.
012498     END-IF.
012500     CALL "RUNDT" USING WS-CURR-DATE.
012510     PERFORM 1500-GET-CLOSE-TIME THRU 1500-EXIT.
012555     PERFORM 1600-LOAD-SITES THRU 1600-EXIT.
012600     SORT CHK-SORT-WORK
012700         ON ASCENDING KEY SW-MEMBER-ID
012800         ON ASCENDING KEY SW-DATE
016762 1500-EXIT.
016763     EXIT.
016764
016765*----------------------------------------------------------*
016766* 1600-LOAD-SITES - THE CLUB NAMES FROM THE SITE MASTER.   *
016767* NO SITEMAST IS NOT AN ERROR - SITES ARE THEN TABLED AS    *
016768* THEY TURN UP, WITH NO NAME.                               *
016769*----------------------------------------------------------*
016770 1600-LOAD-SITES.
016771     OPEN INPUT SITE-MASTER-FILE.
016772     IF NOT WS-SITE-OK
016773         GO TO 1600-EXIT
016774     END-IF.
016775     PERFORM 1610-READ-SITE THRU 1610-EXIT.
016776     PERFORM 1620-STORE-SITE THRU 1620-EXIT
016777         UNTIL WS-SITE-EOF.
016778     CLOSE SITE-MASTER-FILE.
016779 1600-EXIT.
016780     EXIT.
016781
016782 1610-READ-SITE.
016783     READ SITE-MASTER-FILE.
016784 1610-EXIT.
016785     EXIT.
016786
016787 1620-STORE-SITE.
016788     IF WS-SITE-USED < 10
016789         ADD 1 TO WS-SITE-USED
016790         SET WS-SITE-NDX TO WS-SITE-USED
016791         MOVE ST-SITE-CODE TO WS-SITE-CODE (WS-SITE-NDX)
016792         MOVE ST-SITE-NAME TO WS-SITE-NAME (WS-SITE-NDX)
016793         MOVE 0 TO WS-SITE-VISITS (WS-SITE-NDX)
016794         MOVE 0 TO WS-SITE-OCC (WS-SITE-NDX)
016795     END-IF.
016796     PERFORM 1610-READ-SITE THRU 1610-EXIT.
016797 1620-EXIT.
016798     EXIT.
016799
016800 2000-READ-SORTED.
016900     READ CHK-SORTED-FILE.
017000 2000-EXIT.
019300             MOVE CS-DATE      TO WS-PEND-DATE
019400             MOVE CS-TIME      TO WS-PEND-TIME
019410             MOVE CS-TERMINAL  TO WS-PEND-TERMINAL
019455             MOVE CS-SITE      TO WS-PEND-SITE
019500         WHEN CS-TYPE-OUT
019600             IF IN-PENDING
019700                 PERFORM 3100-PRINT-VISIT THRU 3100-EXIT
022800     MOVE WS-DETAIL-LINE TO VISIT-REPORT-LINE.
022900     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
023000     ADD 1 TO WS-VISIT-COUNT.
023020     PERFORM 3700-FIND-SITE THRU 3700-EXIT.
023040     IF SITE-ROW-FOUND
023060         ADD 1 TO WS-SITE-VISITS (WS-SITE-NDX)
023080     END-IF.
023100 3100-EXIT.
023200     EXIT.
023300
026100     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
026200     IF WS-PEND-DATE = WS-CURR-DATE
026300         ADD 1 TO WS-OCCUPANCY
026305         PERFORM 3700-FIND-SITE THRU 3700-EXIT
026310         PERFORM 3600-COUNT-TERMINAL THRU 3600-EXIT
026346         IF SITE-ROW-FOUND
026364             ADD 1 TO WS-SITE-OCC (WS-SITE-NDX)
026382         END-IF
026400     END-IF.
026500     MOVE 'N' TO WS-PENDING-SW.
026600 3500-EXIT.
026730* 3600-COUNT-TERMINAL - BUMP THE ENTRANCE THIS STILL-OPEN   *
026740* CHECK-IN CAME THROUGH.  OLD RECORDS WITH NO TERMINAL     *
026750* COUNT AS THE MAIN DOOR.                                  *
026752* EACH CLUB HAS ITS OWN MAIN DOOR, SO THE ROW IS KEYED BY  *
026754* SITE TOO - 3700-FIND-SITE HAS ALREADY SET WS-OCC-SITE.   *
026760*----------------------------------------------------------*
026761 3600-COUNT-TERMINAL.
026762     IF WS-PEND-TERMINAL = SPACES
026774     IF WS-TERM-USED < 10
026775         ADD 1 TO WS-TERM-USED
026776         SET WS-TERM-NDX TO WS-TERM-USED
026777         MOVE WS-OCC-KEY TO WS-TERM-KEY (WS-TERM-NDX)
026778         MOVE 1 TO WS-TERM-OCC (WS-TERM-NDX)
026779     END-IF.
026780 3600-EXIT.
026782
026783 3610-FIND-TERMINAL.
026784     SET WS-TERM-NDX TO WS-TERM-I.
026785     IF WS-TERM-KEY (WS-TERM-NDX) = WS-OCC-KEY
026786         ADD 1 TO WS-TERM-OCC (WS-TERM-NDX)
026787         MOVE 'Y' TO WS-TERM-FOUND-SW
026788     END-IF.
026789 3610-EXIT.
026790     EXIT.
026800
026822*----------------------------------------------------------*
026824* 3700-FIND-SITE - THE SITE ROW FOR THE PENDING CHECK-IN'S  *
026826* CLUB (BLANK IS 01), ADDING ONE IF SITEMAST DID NOT HAVE   *
026827* IT.  PAST 10 SITES THE VISIT STAYS IN THE COMBINED TOTAL  *
026829* ONLY AND THE STEP ENDS RC 4.                              *
026831*----------------------------------------------------------*
026833 3700-FIND-SITE.
026834     IF WS-PEND-SITE = SPACES
026836         MOVE '01' TO WS-OCC-SITE
026838     ELSE
026839         MOVE WS-PEND-SITE TO WS-OCC-SITE
026841     END-IF.
026843     MOVE 'N' TO WS-SITE-FOUND-SW.
026845     PERFORM 3710-MATCH-SITE THRU 3710-EXIT
026846         VARYING WS-SITE-I FROM 1 BY 1
026848         UNTIL SITE-ROW-FOUND OR WS-SITE-I > WS-SITE-USED.
026850     IF SITE-ROW-FOUND
026851         GO TO 3700-EXIT
026853     END-IF.
026855     IF WS-SITE-USED < 10
026857         ADD 1 TO WS-SITE-USED
026858         SET WS-SITE-NDX TO WS-SITE-USED
026860         MOVE WS-OCC-SITE TO WS-SITE-CODE (WS-SITE-NDX)
026862         MOVE SPACES TO WS-SITE-NAME (WS-SITE-NDX)
026863         MOVE 0 TO WS-SITE-VISITS (WS-SITE-NDX)
026865         MOVE 0 TO WS-SITE-OCC (WS-SITE-NDX)
026867         MOVE 'Y' TO WS-SITE-FOUND-SW
026869     ELSE
026870         DISPLAY "MORE THAN 10 SITES - " WS-OCC-SITE
026872             " NOT BROKEN OUT"
026874         IF RETURN-CODE < 4
026875             MOVE 4 TO RETURN-CODE
026877         END-IF
026879     END-IF.
026881 3700-EXIT.
026882     EXIT.
026884
026886 3710-MATCH-SITE.
026887     SET WS-SITE-NDX TO WS-SITE-I.
026889     IF WS-SITE-CODE (WS-SITE-NDX) = WS-OCC-SITE
026891         MOVE 'Y' TO WS-SITE-FOUND-SW
026893     END-IF.
026894 3710-EXIT.
026896     EXIT.
026898
026900 8000-WRITE-LINE.
027000     WRITE VISIT-REPORT-LINE.
027100     IF NOT WS-REPORT-OK
030200         WS-COUNT-EDIT DELIMITED BY SIZE
030300         INTO VISIT-REPORT-LINE.
030400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
030450     PERFORM 9200-PRINT-SITES THRU 9200-EXIT.
030500     CLOSE CHK-SORTED-FILE.
030600     CLOSE VISIT-REPORT-FILE.
030700     DISPLAY "VISIT REPORT COMPLETE".
031600     MOVE WS-TERM-OCC (WS-TERM-NDX) TO WS-COUNT-EDIT.
031700     MOVE SPACES TO VISIT-REPORT-LINE.
031800     STRING "  AT ENTRANCE " DELIMITED BY SIZE
031833         WS-TERM-SITE (WS-TERM-NDX) DELIMITED BY SIZE
031866         "/" DELIMITED BY SIZE
031900         WS-TERM-ID (WS-TERM-NDX) DELIMITED BY SIZE
032000         "...: " DELIMITED BY SIZE
032100         WS-COUNT-EDIT DELIMITED BY SIZE
032200         INTO VISIT-REPORT-LINE.
032300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
032400 9100-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------*
032800* 9200-PRINT-SITES - COMPLETED VISITS AND CURRENT OCCUPANCY *
032900* BY CLUB, THEN THE COMBINED TOTAL FOR ALL SITES.           *
033000*----------------------------------------------------------*
033100 9200-PRINT-SITES.
033200     MOVE SPACES TO VISIT-REPORT-LINE.
033300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
033400     MOVE "  SITE                           VISITS   IN NOW"
033500         TO VISIT-REPORT-LINE.
033600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
033700     PERFORM 9210-PRINT-SITE THRU 9210-EXIT
033800         VARYING WS-SITE-I FROM 1 BY 1
033900         UNTIL WS-SITE-I > WS-SITE-USED.
034000     MOVE SPACES TO WS-SITE-LINE.
034100     MOVE "ALL SITES" TO SL-SITE.
034200     MOVE WS-VISIT-COUNT TO SL-VISITS.
034300     MOVE WS-OCCUPANCY TO SL-OCC.
034400     MOVE WS-SITE-LINE TO VISIT-REPORT-LINE.
034500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
034600 9200-EXIT.
034700     EXIT.
034800
034900 9210-PRINT-SITE.
035000     SET WS-SITE-NDX TO WS-SITE-I.
035100     MOVE SPACES TO WS-SITE-LINE.
035200     MOVE WS-SITE-CODE (WS-SITE-NDX) TO SL-SITE.
035300     MOVE WS-SITE-NAME (WS-SITE-NDX) TO SL-NAME.
035400     MOVE WS-SITE-VISITS (WS-SITE-NDX) TO SL-VISITS.
035500     MOVE WS-SITE-OCC (WS-SITE-NDX) TO SL-OCC.
035600     MOVE WS-SITE-LINE TO VISIT-REPORT-LINE.
035700     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
035800 9210-EXIT.
035900     EXIT.
