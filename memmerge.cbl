003078*                      BIRTH (RECORD 73 TO 82, DOB
003087*                      APPENDED) - LENGTHS AND COPY
003096*                      REPLACEMENTS GREW WITH IT.
003110*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
003125*                      CODE, DUES-BILLED-THRU MONTH AND
003140*                      JOINING-FEE FLAG (RECORD 82 TO 96,
003155*                      APPENDED) - LENGTHS AND COPY
003170*                      REPLACEMENTS GREW WITH IT.
003173*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
003176*                      (RECORD 96 TO 99, APPENDED) -
003179*                      LENGTHS AND COPY REPLACEMENTS GREW
003182*                      WITH IT.
003185*   2026-10-15  KAGE   CHECK-IN RECORDS ARE 58 BYTES NOW
003188*                      THAT INANDOUT STAMPS THE SITE OF THE
003191*                      TERMINAL AND, ON A CHECK-IN, THE
003194*                      MEMBER'S HOME SITE.
003197*----------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
008400 FD  CHK-TRANS-FILE.
008500 01  CHK-TRANS-RECORD.
008600     05 CT-MEMBER-ID        PIC X(20).
008700     05 CT-REST             PIC X(38).
008800
008900 FD  CHK-WORK-FILE.
009000 01  CHK-WORK-RECORD        PIC X(58).
009100
009200 FD  CHK-HIST-FILE.
009300 01  CHK-HIST-RECORD.
009400     05 CH-MEMBER-ID        PIC X(20).
009500     05 CH-REST             PIC X(38).
009600
009700 FD  CHK-HIST-WORK-FILE.
009800 01  CHK-HIST-WORK-RECORD   PIC X(58).
009900
010000 FD  BMI-HISTORY-FILE.
010100 01  BMI-HISTORY-RECORD.
012600     05 FILLER              PIC X(01).
012700     05 MG-ACTION           PIC X(08).
012800     05 FILLER              PIC X(01).
012900     05 MG-IMAGE            PIC X(99).
013000
013100 WORKING-STORAGE SECTION.
013200 01  WS-USER-ID             PIC X(08).
017700     05 WS-RETIRE-FAIL-SW   PIC X(01) VALUE 'N'.
017800         88 RETIRE-FAILED   VALUE 'Y'.
017900
018000 01  WS-DUP-RECORD          PIC X(99).
018100 01  WS-DUP-BALANCE         PIC S9(04)V99.
018200
018300 77  WS-CHK-TOUCHED         PIC 9(05) COMP VALUE 0.
