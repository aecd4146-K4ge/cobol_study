003202*                      COLUMN SO IT CAN NEVER PASS FOR A
003203*                      REAL BADGE-OUT.  OCCUPANCY FINALLY
003204*                      RETURNS TO ZERO OVERNIGHT.
003216*   2026-10-15  KAGE   CHECK-IN RECORDS ARE 58 BYTES NOW
003228*                      THAT INANDOUT STAMPS THE SITE OF THE
003240*                      TERMINAL AND, ON A CHECK-IN, THE
003252*                      MEMBER'S HOME SITE.  THE CLOSING-
003264*                      TIME OUT CARRIES THE SITE OF THE
003276*                      CHECK-IN IT CLOSES.
003288*----------------------------------------------------------*
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
006300     05 CT-TIME             PIC X(06).
006310     05 FILLER              PIC X(01).
006320     05 CT-TERMINAL         PIC X(04).
006336     05 FILLER              PIC X(01).
006352     05 CT-SITE             PIC X(02).
006368     05 FILLER              PIC X(01).
006384     05 CT-HOME-SITE        PIC X(02).
006400
006500 FD  CHK-HIST-FILE.
006600 01  CHK-HIST-RECORD        PIC X(58).
006700
006800 FD  CHK-KEEP-FILE.
006900 01  CHK-KEEP-RECORD        PIC X(58).
006910
006920 FD  CHK-TRANS2-FILE.
006930 01  CHK-TRANS2-RECORD.
006995     05 C2-TIME             PIC X(06).
006996     05 FILLER              PIC X(01).
006997     05 C2-TERMINAL         PIC X(04).
007004     05 FILLER              PIC X(01).
007012     05 C2-SITE             PIC X(02).
007020     05 FILLER              PIC X(01).
007028     05 C2-HOME-SITE        PIC X(02).
007036
007044 FD  CHK-KEEP2-FILE.
007052 01  CHK-KEEP2-RECORD       PIC X(58).
007060
007068 FD  CLOSE-TIME-FILE.
007076 01  CLOSE-TIME-RECORD.
007084     05 CLT-HHMM            PIC X(04).
007092
007100 WORKING-STORAGE SECTION.
007200 01  WS-SWITCHES.
007300     05 WS-TRANS-STATUS      PIC X(02).
008797 01  WS-OPEN-TABLE.
008798     05 WS-OPEN-ENTRY OCCURS 500 TIMES
008799                      INDEXED BY WS-OPEN-NDX.
008800         10 WS-OPEN-SITE     PIC X(02).
008801         10 WS-OPEN-MEMBER   PIC X(20).
008802         10 WS-OPEN-DATE     PIC X(08).
008803         10 WS-OPEN-TERM     PIC X(04).
008807 01  WS-TALLY-MEMBER         PIC X(20).
008808 01  WS-TALLY-DATE           PIC X(08).
008809 01  WS-TALLY-TERM           PIC X(04).
008810 01  WS-TALLY-SITE           PIC X(02).
008811 01  WS-TALLY-TYPE           PIC X(03).
008812
008813 01  WS-SYNTH-RECORD.
008825     05 SY-TIME              PIC X(06).
008826     05 FILLER               PIC X(01).
008827     05 SY-TERMINAL          PIC X(04).
008839     05 FILLER               PIC X(01).
008851     05 SY-SITE              PIC X(02).
008863     05 FILLER               PIC X(01).
008875     05 SY-HOME-SITE         PIC X(02).
008887
008900 01  WS-CURR-DATE            PIC X(08).
009000
009033 01  WS-RUNCTL.
017010     MOVE CT-MEMBER-ID TO WS-TALLY-MEMBER.
017020     MOVE CT-DATE      TO WS-TALLY-DATE.
017030     MOVE CT-TERMINAL  TO WS-TALLY-TERM.
017035     MOVE CT-SITE      TO WS-TALLY-SITE.
017040     MOVE CT-TYPE      TO WS-TALLY-TYPE.
017050     PERFORM 2700-TALLY-OPEN THRU 2700-EXIT.
017100 2000-NEXT.
019291     MOVE CHK-TRANS2-RECORD TO CHK-HIST-RECORD.
019292     WRITE CHK-HIST-RECORD.
019293     IF NOT WS-HIST-OK
019294         DISPLAY "CHKHIST WRITE FAILED, STATUS = " WS-HIST-STATUS
019295         IF RETURN-CODE < 4
019296             MOVE 4 TO RETURN-CODE
019297         END-IF
019298     END-IF.
019299     MOVE C2-SITE      TO WS-TALLY-SITE.
019300     DISPLAY "  MOVED " C2-DATE " " C2-TIME " "
019301         C2-MEMBER-ID " (" C2-TERMINAL ")".
019302     ADD 1 TO WS-TOTAL-COUNT.
019365         IF WS-OPEN-USED < 500
019366             ADD 1 TO WS-OPEN-USED
019367             SET WS-OPEN-NDX TO WS-OPEN-USED
019368             MOVE WS-TALLY-MEMBER TO WS-OPEN-MEMBER (WS-OPEN-NDX)
019369             MOVE WS-TALLY-SITE TO WS-OPEN-SITE (WS-OPEN-NDX)
019370             MOVE WS-TALLY-DATE TO WS-OPEN-DATE (WS-OPEN-NDX)
019371             MOVE WS-TALLY-TERM TO WS-OPEN-TERM (WS-OPEN-NDX)
019372             MOVE 0 TO WS-OPEN-NET (WS-OPEN-NDX)
019463     MOVE WS-OPEN-DATE (WS-OPEN-NDX) TO SY-DATE.
019465     MOVE WS-CLOSE-TIME TO SY-TIME.
019467     MOVE WS-OPEN-TERM (WS-OPEN-NDX) TO SY-TERMINAL.
019468     MOVE WS-OPEN-SITE (WS-OPEN-NDX) TO SY-SITE.
019469     MOVE SPACES TO CHK-HIST-RECORD.
019471     MOVE WS-SYNTH-RECORD TO CHK-HIST-RECORD.
019473     WRITE CHK-HIST-RECORD.
