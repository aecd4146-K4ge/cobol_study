002148*                      BIRTH (RECORD 73 TO 82, DOB
002172*                      APPENDED) - LENGTHS AND COPY
002196*                      REPLACEMENTS GREW WITH IT.
002210*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
002225*                      CODE, DUES-BILLED-THRU MONTH AND
002240*                      JOINING-FEE FLAG (RECORD 82 TO 96,
002255*                      APPENDED) - LENGTHS AND COPY
002256*                      REPLACEMENTS GREW WITH IT.
002257*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
002259*                      (RECORD 96 TO 99, APPENDED) -
002260*                      LENGTHS AND COPY REPLACEMENTS GREW
002262*                      WITH IT.
002263*   2026-10-15  KAGE   ERASURES ON THE REGISTER (ERASREG)
002265*                      ARE RE-APPLIED AS THE BACKUP LOADS -
002266*                      A GENERATION TAKEN BEFORE AN ERASURE
002267*                      MUST NOT BRING THE MEMBER BACK.  THE
002269*                      RECORD IS RE-KEYED TO ITS SURROGATE,
002270*                      NOT DROPPED, SO MEMVER STILL TIES.
002272*                      EACH ONE IS LISTED UNDER THE
002273*                      SURROGATE.  A MISSING REGISTER MEANS
002275*                      NOTHING WAS EVER ERASED.
002276*   2026-10-15  KAGE   THE CONTACT FILE IS RELOADED TOO, FROM
002277*                      THE CTBKUP GENERATION MEMUNLD WROTE
002279*                      THE SAME NIGHT, INTO THE CLUSTER THE
002280*                      JOB HAS JUST REDEFINED.  AN ERASED
002282*                      MEMBER'S CONTACT ROW IS DROPPED, AS
002283*                      ERASEMEM DELETED IT.
002285*----------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS MEMBER-ID
003500         FILE STATUS IS WS-MASTER-STATUS.
003520
003540     SELECT ERASURE-REG-FILE ASSIGN TO "ERASREG"
003560         ORGANIZATION IS LINE SEQUENTIAL
003580         FILE STATUS IS WS-REG-STATUS.
003581
003583     SELECT CONTACT-BACKUP-FILE ASSIGN TO "CTBKUP"
003585         ORGANIZATION IS LINE SEQUENTIAL
003587         FILE STATUS IS WS-CTBKUP-STATUS.
003589
003590     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
003592         ORGANIZATION IS INDEXED
003594         ACCESS MODE IS DYNAMIC
003596         RECORD KEY IS CT-MEMBER-ID
003598         FILE STATUS IS WS-CONTACT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
005800                   ==MEMBER-STATUS-DATE==
005900                   BY ==BK-MEMBER-STATUS-DATE==
005901                   ==MEMBER-DOB==
005902                       BY ==BK-MEMBER-DOB==
005912                   ==MEMBER-PLAN-CODE==
005923                       BY ==BK-MEMBER-PLAN-CODE==
005934                   ==MEMBER-DUES-THRU==
005945                       BY ==BK-MEMBER-DUES-THRU==
005956                   ==MEMBER-JOIN-FEE-SW==
005967                       BY ==BK-MEMBER-JOIN-FEE-SW==
005978                   ==MEMBER-JOIN-FEE-DUE==
005989                       BY ==BK-MEMBER-JOIN-FEE-DUE==
005992                   ==MEMBER-HOME-SITE==
005996                       BY ==BK-MEMBER-HOME-SITE==.
006000
006100 FD  MEMBER-MASTER-FILE.
006200 01  MEMBER-MASTER-RECORD.
006300     COPY MEMBER.
006320
006340 FD  ERASURE-REG-FILE.
006360 01  ERASURE-REG-RECORD.
006361     COPY ERASREG.
006363
006365 FD  CONTACT-BACKUP-FILE.
006366 01  CONTACT-BACKUP-RECORD.
006368     COPY CONTACT
006370         REPLACING ==CT-MEMBER-ID==   BY ==CB-MEMBER-ID==
006372                   ==CT-ADDRESS-1==   BY ==CB-ADDRESS-1==
006373                   ==CT-ADDRESS-2==   BY ==CB-ADDRESS-2==
006375                   ==CT-CITY==        BY ==CB-CITY==
006377                   ==CT-STATE==       BY ==CB-STATE==
006379                   ==CT-POSTAL-CODE== BY ==CB-POSTAL-CODE==
006380                   ==CT-PHONE==       BY ==CB-PHONE==
006382                   ==CT-EMAIL==       BY ==CB-EMAIL==
006384                   ==CT-DELIVERY==    BY ==CB-DELIVERY==
006386                   ==CT-DELIVER-PAPER==
006387                       BY ==CB-DELIVER-PAPER==
006389                   ==CT-DELIVER-EMAIL==
006391                       BY ==CB-DELIVER-EMAIL==.
006393
006394 FD  CONTACT-FILE.
006396 01  CONTACT-RECORD.
006398     COPY CONTACT.
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-SWITCHES.
006900         88 WS-BACKUP-EOF    VALUE '10'.
007000     05 WS-MASTER-STATUS     PIC X(02).
007100         88 WS-MASTER-OK     VALUE '00'.
007120     05 WS-REG-STATUS        PIC X(02).
007140         88 WS-REG-OK        VALUE '00'.
007160         88 WS-REG-EOF       VALUE '10'.
007180         88 WS-REG-NOT-FOUND VALUE '35'.
007182     05 WS-CTBKUP-STATUS     PIC X(02).
007185         88 WS-CTBKUP-OK     VALUE '00'.
007188         88 WS-CTBKUP-EOF    VALUE '10'.
007191         88 WS-CTBKUP-NOT-FOUND VALUE '35'.
007194     05 WS-CONTACT-STATUS    PIC X(02).
007197         88 WS-CONTACT-OK    VALUE '00'.
007200
007300 77  WS-LOAD-COUNT           PIC 9(07) COMP VALUE 0.
007400 77  WS-DUP-COUNT            PIC 9(07) COMP VALUE 0.
007406 77  WS-ERASED-COUNT         PIC 9(07) COMP VALUE 0.
007407 77  WS-CT-LOAD-COUNT        PIC 9(07) COMP VALUE 0.
007409 77  WS-CT-DUP-COUNT         PIC 9(07) COMP VALUE 0.
007411 77  WS-CT-ERASED-COUNT      PIC 9(07) COMP VALUE 0.
007413
007420*    EVERY ERASURE EVER MADE, OLD ID TO SURROGATE.
007426 01  WS-REG-TABLE.
007433     05 WS-REG-ENTRY OCCURS 1000 TIMES
007440                     INDEXED BY WS-REG-NDX.
007446         10 WS-RG-OLD-ID     PIC X(20).
007453         10 WS-RG-SURROGATE  PIC X(20).
007460 77  WS-REG-USED             PIC 9(04) COMP VALUE 0.
007466 77  WS-REG-I                PIC 9(04) COMP VALUE 0.
007473 77  WS-REG-HIT              PIC 9(04) COMP VALUE 0.
007480 77  WS-REG-MAX              PIC 9(04) COMP VALUE 1000.
007486 01  WS-BIRTH-YEAR           PIC X(04).
007493 01  WS-ERASED-NAME          PIC X(20) VALUE "ERASED MEMBER".
007496 01  WS-LOOKUP-ID            PIC X(20).
007500
007600 PROCEDURE DIVISION.
007700 0000-MAINLINE.
008200         MOVE 8 TO RETURN-CODE
008300         GOBACK
008400     END-IF.
008416     PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT.
008433     IF RETURN-CODE > 4
008450         CLOSE MEMBER-BACKUP-FILE
008466         GOBACK
008483     END-IF.
008500     OPEN OUTPUT MEMBER-MASTER-FILE.
008600     IF NOT WS-MASTER-OK
008700         DISPLAY "MEMMAST OPEN FAILED, STATUS = "
009500         UNTIL WS-BACKUP-EOF.
009600     CLOSE MEMBER-BACKUP-FILE.
009700     CLOSE MEMBER-MASTER-FILE.
009750     PERFORM 3000-RESTORE-CONTACTS THRU 3000-EXIT.
009800     DISPLAY "MEMREST COMPLETE".
009900     DISPLAY "  RECORDS RESTORED.....: " WS-LOAD-COUNT.
010000     DISPLAY "  DUPLICATES REJECTED..: " WS-DUP-COUNT.
010050     DISPLAY "  ERASURES RE-APPLIED..: " WS-ERASED-COUNT.
010062     DISPLAY "  CONTACTS RESTORED....: " WS-CT-LOAD-COUNT.
010075     DISPLAY "  CONTACT DUPLICATES...: " WS-CT-DUP-COUNT.
010087     DISPLAY "  ERASED CONTACTS......: " WS-CT-ERASED-COUNT.
010100     IF (WS-DUP-COUNT > 0 OR WS-CT-DUP-COUNT > 0)
010150         AND RETURN-CODE < 4
010200         MOVE 4 TO RETURN-CODE
010300     END-IF.
010400     GOBACK.
010700     READ MEMBER-BACKUP-FILE.
010800 1000-EXIT.
010900     EXIT.
010902
010904*    NO REGISTER YET MEANS NOTHING HAS EVER BEEN ERASED.  A
010906*    FULL TABLE STOPS THE RESTORE - LOADING PAST IT WOULD PUT
010908*    ERASED NAMES BACK ON THE MASTER WITHOUT SAYING SO.
010910 1500-LOAD-REGISTER.
010912     OPEN INPUT ERASURE-REG-FILE.
010914     IF WS-REG-NOT-FOUND
010916         DISPLAY "NO ERASURE REGISTER - NOTHING TO RE-APPLY"
010918         GO TO 1500-EXIT
010920     END-IF.
010922     IF NOT WS-REG-OK
010925         DISPLAY "ERASREG OPEN FAILED, STATUS = "
010927             WS-REG-STATUS
010929         MOVE 8 TO RETURN-CODE
010931         GO TO 1500-EXIT
010933     END-IF.
010935     PERFORM 1510-READ-REGISTER THRU 1510-EXIT.
010937     PERFORM 1520-KEEP-ENTRY THRU 1520-EXIT
010939         UNTIL WS-REG-EOF.
010941     CLOSE ERASURE-REG-FILE.
010943 1500-EXIT.
010945     EXIT.
010947
010950 1510-READ-REGISTER.
010952     READ ERASURE-REG-FILE.
010954 1510-EXIT.
010956     EXIT.
010958
010960 1520-KEEP-ENTRY.
010962     IF ER-OLD-ID = SPACES OR ER-SURROGATE-ID = SPACES
010964         GO TO 1520-NEXT
010966     END-IF.
010968     IF WS-REG-USED NOT < WS-REG-MAX
010970         DISPLAY "MORE THAN " WS-REG-MAX
010972             " ERASURES ON ERASREG - ENLARGE WS-REG-TABLE"
010975         MOVE 8 TO RETURN-CODE
010977         MOVE '10' TO WS-REG-STATUS
010979         GO TO 1520-EXIT
010981     END-IF.
010983     ADD 1 TO WS-REG-USED.
010985     SET WS-REG-NDX TO WS-REG-USED.
010987     MOVE ER-OLD-ID       TO WS-RG-OLD-ID (WS-REG-NDX).
010989     MOVE ER-SURROGATE-ID TO WS-RG-SURROGATE (WS-REG-NDX).
010991 1520-NEXT.
010993     PERFORM 1510-READ-REGISTER THRU 1510-EXIT.
010995 1520-EXIT.
010997     EXIT.
011000
011100*----------------------------------------------------------*
011200* 2000-LOAD-RECORD - WRITE ONE BACKUP RECORD INTO THE FRESH *
011700 2000-LOAD-RECORD.
011800     MOVE SPACES TO MEMBER-MASTER-RECORD.
011900     MOVE MEMBER-BACKUP-RECORD TO MEMBER-MASTER-RECORD.
011950     PERFORM 2100-REAPPLY-ERASURE THRU 2100-EXIT.
012000     WRITE MEMBER-MASTER-RECORD
012100         INVALID KEY
012200             ADD 1 TO WS-DUP-COUNT
012800     PERFORM 1000-READ-BACKUP THRU 1000-EXIT.
012900 2000-EXIT.
013000     EXIT.
013100
013200*----------------------------------------------------------*
013300* 2100-REAPPLY-ERASURE - A BACKUP RECORD UNDER AN ID ON THE *
013400* ERASURE REGISTER IS RE-ERASED THE WAY ERASEMEM DID IT:    *
013500* SURROGATE ID, NAME REPLACED, BIRTH DATE CUT BACK TO THE   *
013600* YEAR.  ONLY THE SURROGATE GOES ON THE REPORT.             *
013700*----------------------------------------------------------*
013800 2100-REAPPLY-ERASURE.
013850     MOVE MEMBER-ID TO WS-LOOKUP-ID.
013900     MOVE 0 TO WS-REG-HIT.
014000     PERFORM 2110-CHECK-ENTRY THRU 2110-EXIT
014100         VARYING WS-REG-I FROM 1 BY 1
014200         UNTIL WS-REG-I > WS-REG-USED OR WS-REG-HIT > 0.
014300     IF WS-REG-HIT = 0
014400         GO TO 2100-EXIT
014500     END-IF.
014600     SET WS-REG-NDX TO WS-REG-HIT.
014700     MOVE MEMBER-DOB (1:4) TO WS-BIRTH-YEAR.
014800     MOVE WS-RG-SURROGATE (WS-REG-NDX) TO MEMBER-ID.
014900     MOVE WS-ERASED-NAME TO MEMBER-NAME.
015000     IF WS-BIRTH-YEAR NUMERIC
015100         STRING WS-BIRTH-YEAR DELIMITED BY SIZE
015200             "0101" DELIMITED BY SIZE
015300             INTO MEMBER-DOB
015400     ELSE
015500         MOVE SPACES TO MEMBER-DOB
015600     END-IF.
015700     ADD 1 TO WS-ERASED-COUNT.
015800     DISPLAY "ERASURE RE-APPLIED, RESTORED AS: "
015900         WS-RG-SURROGATE (WS-REG-NDX).
016000 2100-EXIT.
016100     EXIT.
016200
016300 2110-CHECK-ENTRY.
016400     SET WS-REG-NDX TO WS-REG-I.
016500     IF WS-RG-OLD-ID (WS-REG-NDX) = WS-LOOKUP-ID
016600         MOVE WS-REG-I TO WS-REG-HIT
016700     END-IF.
016800 2110-EXIT.
016900     EXIT.
017000
017100*----------------------------------------------------------*
017200* 3000-RESTORE-CONTACTS - RELOAD THE CONTACT FILE FROM THE  *
017300* SAME NIGHT'S CTBKUP.  A ROW UNDER AN ID ON THE ERASURE    *
017400* REGISTER IS DROPPED - ERASEMEM DELETED IT AND THE         *
017500* SURROGATE NEVER HAD ONE - AND LISTED UNDER THE SURROGATE. *
017600* NO CTBKUP LEAVES THE FILE EMPTY AND THE RESTORE AT RC 4.  *
017700*----------------------------------------------------------*
017800 3000-RESTORE-CONTACTS.
017900     OPEN INPUT CONTACT-BACKUP-FILE.
018000     IF WS-CTBKUP-NOT-FOUND
018100         DISPLAY "NO CONTACT BACKUP ON CTBKUP - CONTACT FILE "
018200             "NOT RESTORED"
018300         MOVE 4 TO RETURN-CODE
018400         GO TO 3000-EXIT
018500     END-IF.
018600     IF NOT WS-CTBKUP-OK
018700         DISPLAY "CTBKUP OPEN FAILED, STATUS = "
018800             WS-CTBKUP-STATUS
018900         MOVE 8 TO RETURN-CODE
019000         GO TO 3000-EXIT
019100     END-IF.
019200     OPEN OUTPUT CONTACT-FILE.
019300     IF NOT WS-CONTACT-OK
019400         DISPLAY "CONTACT OPEN FAILED, STATUS = "
019500             WS-CONTACT-STATUS
019600         CLOSE CONTACT-BACKUP-FILE
019700         MOVE 8 TO RETURN-CODE
019800         GO TO 3000-EXIT
019900     END-IF.
020000     PERFORM 3100-READ-CONTACT-BACKUP THRU 3100-EXIT.
020100     PERFORM 3200-LOAD-CONTACT THRU 3200-EXIT
020200         UNTIL WS-CTBKUP-EOF.
020300     CLOSE CONTACT-BACKUP-FILE.
020400     CLOSE CONTACT-FILE.
020500 3000-EXIT.
020600     EXIT.
020700
020800 3100-READ-CONTACT-BACKUP.
020900     READ CONTACT-BACKUP-FILE.
021000 3100-EXIT.
021100     EXIT.
021200
021300 3200-LOAD-CONTACT.
021400     MOVE CB-MEMBER-ID TO WS-LOOKUP-ID.
021500     MOVE 0 TO WS-REG-HIT.
021600     PERFORM 2110-CHECK-ENTRY THRU 2110-EXIT
021700         VARYING WS-REG-I FROM 1 BY 1
021800         UNTIL WS-REG-I > WS-REG-USED OR WS-REG-HIT > 0.
021900     IF WS-REG-HIT > 0
022000         SET WS-REG-NDX TO WS-REG-HIT
022100         ADD 1 TO WS-CT-ERASED-COUNT
022200         DISPLAY "ERASED CONTACT DROPPED, MEMBER NOW: "
022300             WS-RG-SURROGATE (WS-REG-NDX)
022400         GO TO 3200-NEXT
022500     END-IF.
022600     MOVE SPACES TO CONTACT-RECORD.
022700     MOVE CONTACT-BACKUP-RECORD TO CONTACT-RECORD.
022800     WRITE CONTACT-RECORD
022900         INVALID KEY
023000             ADD 1 TO WS-CT-DUP-COUNT
023100             DISPLAY "DUPLICATE CONTACT DROPPED: "
023200                 CB-MEMBER-ID
023300         NOT INVALID KEY
023400             ADD 1 TO WS-CT-LOAD-COUNT
023500     END-WRITE.
023600 3200-NEXT.
023700     PERFORM 3100-READ-CONTACT-BACKUP THRU 3100-EXIT.
023800 3200-EXIT.
023900     EXIT.
