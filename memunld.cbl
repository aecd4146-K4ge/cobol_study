002397*                      BIRTH (RECORD 73 TO 82, DOB
002398*                      APPENDED) - LENGTHS AND COPY
002399*                      REPLACEMENTS GREW WITH IT.
002413*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
002427*                      CODE, DUES-BILLED-THRU MONTH AND
002442*                      JOINING-FEE FLAG (RECORD 82 TO 96,
002456*                      APPENDED) - LENGTHS AND COPY
002471*                      REPLACEMENTS GREW WITH IT.
002473*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
002476*                      (RECORD 96 TO 99, APPENDED) -
002477*                      LENGTHS AND COPY REPLACEMENTS GREW
002478*                      WITH IT.
002479*   2026-10-15  KAGE   THE MEMBER CONTACT FILE (CONTACT) IS
002480*                      UNLOADED TOO, TO ITS OWN DATED
002481*                      BACKUP (CTBKUP), SO MEMREST CAN PUT
002482*                      ADDRESSES AND DELIVERY CHOICES BACK
002483*                      WITH THE MASTER.  NO CONTACT FILE
002484*                      YET GIVES AN EMPTY BACKUP.
002485*----------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003900     SELECT BACKUP-CONTROL-FILE ASSIGN TO "MEMBKCTL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CONTROL-STATUS.
004109
004118     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
004127         ORGANIZATION IS INDEXED
004136         ACCESS MODE IS DYNAMIC
004145         RECORD KEY IS CT-MEMBER-ID
004154         FILE STATUS IS WS-CONTACT-STATUS.
004163
004172     SELECT CONTACT-BACKUP-FILE ASSIGN TO "CTBKUP"
004181         ORGANIZATION IS LINE SEQUENTIAL
004190         FILE STATUS IS WS-CTBKUP-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004700     COPY MEMBER.
004800
004900 FD  MEMBER-BACKUP-FILE.
005000 01  MEMBER-BACKUP-RECORD    PIC X(99).
005100
005200 FD  BACKUP-CONTROL-FILE.
005300 01  BACKUP-CONTROL-RECORD.
005600     05 BC-COUNT             PIC 9(07).
005700     05 FILLER               PIC X(01).
005800     05 BC-BALANCE-TOTAL     PIC +9999999.99.
005812
005825 FD  CONTACT-FILE.
005837 01  CONTACT-RECORD.
005850     COPY CONTACT.
005862
005875 FD  CONTACT-BACKUP-FILE.
005887 01  CONTACT-BACKUP-RECORD   PIC X(186).
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-SWITCHES.
006600         88 WS-BACKUP-OK     VALUE '00'.
006700     05 WS-CONTROL-STATUS    PIC X(02).
006800         88 WS-CONTROL-OK    VALUE '00'.
006814     05 WS-CONTACT-STATUS    PIC X(02).
006828         88 WS-CONTACT-OK    VALUE '00'.
006842         88 WS-CONTACT-EOF   VALUE '10'.
006857         88 WS-CONTACT-NOT-FOUND VALUE '35'.
006871     05 WS-CTBKUP-STATUS     PIC X(02).
006885         88 WS-CTBKUP-OK     VALUE '00'.
006900
007000 77  WS-UNLOAD-COUNT         PIC 9(07) COMP VALUE 0.
007050 77  WS-CONTACT-COUNT        PIC 9(07) COMP VALUE 0.
007100 01  WS-BALANCE-TOTAL        PIC S9(07)V99 VALUE 0.
007200 01  WS-CURR-DATE            PIC X(08).
007300 01  WS-TOTAL-EDIT           PIC +9999999.99.
009600     CLOSE MEMBER-MASTER-FILE.
009700     CLOSE MEMBER-BACKUP-FILE.
009800     PERFORM 3000-WRITE-CONTROL THRU 3000-EXIT.
009850     PERFORM 4000-UNLOAD-CONTACTS THRU 4000-EXIT.
009900     MOVE WS-BALANCE-TOTAL TO WS-TOTAL-EDIT.
010000     DISPLAY "MASTER UNLOAD COMPLETE".
010100     DISPLAY "  RECORDS UNLOADED....: " WS-UNLOAD-COUNT.
010200     DISPLAY "  BALANCE TOTAL.......: " WS-TOTAL-EDIT.
010216     DISPLAY "  CONTACTS UNLOADED...: " WS-CONTACT-COUNT.
010233     MOVE 'E' TO RCTL-ACTION.
010266     MOVE RETURN-CODE TO RCTL-RETURN-CODE.
010299     CALL "RUNCTLW" USING WS-RUNCTL.
015600     CLOSE BACKUP-CONTROL-FILE.
015700 3000-EXIT.
015800     EXIT.
015900
016000*----------------------------------------------------------*
016100* 4000-UNLOAD-CONTACTS - THE CONTACT FILE TO ITS OWN BACKUP *
016200* IN KEY ORDER.  NO CONTACT FILE YET (NOTHING ADDED SINCE   *
016300* IT WAS DEFINED) STILL WRITES THE BACKUP, EMPTY, SO EVERY  *
016400* NIGHT HAS A GENERATION MEMREST CAN LOAD.                  *
016500*----------------------------------------------------------*
016600 4000-UNLOAD-CONTACTS.
016700     OPEN OUTPUT CONTACT-BACKUP-FILE.
016800     IF NOT WS-CTBKUP-OK
016900         DISPLAY "CTBKUP OPEN FAILED, STATUS = "
017000             WS-CTBKUP-STATUS
017100         MOVE 8 TO RETURN-CODE
017200         GOBACK
017300     END-IF.
017400     OPEN INPUT CONTACT-FILE.
017500     IF WS-CONTACT-NOT-FOUND
017600         DISPLAY "NO CONTACT FILE - CONTACT BACKUP IS EMPTY"
017700         CLOSE CONTACT-BACKUP-FILE
017800         GO TO 4000-EXIT
017900     END-IF.
018000     IF NOT WS-CONTACT-OK
018100         DISPLAY "CONTACT OPEN FAILED, STATUS = "
018200             WS-CONTACT-STATUS
018300         CLOSE CONTACT-BACKUP-FILE
018400         MOVE 8 TO RETURN-CODE
018500         GOBACK
018600     END-IF.
018700     PERFORM 4100-READ-CONTACT THRU 4100-EXIT.
018800     PERFORM 4200-UNLOAD-CONTACT THRU 4200-EXIT
018900         UNTIL WS-CONTACT-EOF.
019000     CLOSE CONTACT-FILE.
019100     CLOSE CONTACT-BACKUP-FILE.
019200 4000-EXIT.
019300     EXIT.
019400
019500 4100-READ-CONTACT.
019600     READ CONTACT-FILE NEXT.
019700 4100-EXIT.
019800     EXIT.
019900
020000 4200-UNLOAD-CONTACT.
020100     MOVE CONTACT-RECORD TO CONTACT-BACKUP-RECORD.
020200     WRITE CONTACT-BACKUP-RECORD.
020300     IF NOT WS-CTBKUP-OK
020400         DISPLAY "CTBKUP WRITE FAILED, STATUS = "
020500             WS-CTBKUP-STATUS
020600         DISPLAY "CONTACT BACKUP IS INCOMPLETE - DO NOT RESTORE "
020700             "FROM IT"
020800         MOVE 8 TO RETURN-CODE
020900         CLOSE CONTACT-FILE
021000         CLOSE CONTACT-BACKUP-FILE
021100         GOBACK
021200     END-IF.
021300     ADD 1 TO WS-CONTACT-COUNT.
021400     PERFORM 4100-READ-CONTACT THRU 4100-EXIT.
021500 4200-EXIT.
021600     EXIT.
