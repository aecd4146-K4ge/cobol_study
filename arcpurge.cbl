002400*                      DROPS BEFORE THE CUTOFF LEAVE THE
002500*                      FILE TOGETHER - PICK A CUTOFF BEHIND
002600*                      THE CURRENT CLASS TERM.
002620*   2026-10-15  KAGE   RECORD AREAS 200 TO 300 BYTES -
002640*                      MEMAUDIT CARRIES TWO 96-BYTE MEMBER
002660*                      IMAGES NOW (241 BYTES) AND WAS BEING
002680*                      CUT SHORT ON THE WAY THROUGH.
002685*   2026-10-15  KAGE   RECORD AREAS 300 TO 700 BYTES -
002690*                      MEMAUDIT ALSO CARRIES TWO 186-BYTE
002695*                      CONTACT IMAGES NOW (615 BYTES).
002700*
002800* RUN PARAMETER.
002900*   YYYYMMDD,TTT - CUTOFF DATE (RECORDS DATED BEFORE IT ARE
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ARCHIVE-IN-FILE.
006400 01  ARCHIVE-IN-RECORD       PIC X(700).
006500
006600 FD  ARCHIVE-OUT-FILE.
006700 01  ARCHIVE-OUT-RECORD      PIC X(700).
006800
006900 FD  ARCHIVE-KEEP-FILE.
007000 01  ARCHIVE-KEEP-RECORD     PIC X(700).
007100
007200 FD  ARCHIVE-REPORT-FILE.
007300 01  ARCHIVE-REPORT-LINE     PIC X(80).
