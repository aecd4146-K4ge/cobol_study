002394*                      MEMBERS INTO FREED SEATS IN ORDER.
002395*   2026-09-02  KAGE   CLASSES RECORDS NOW CARRY THE
002396*                      INSTRUCTOR ID (RECORD 42 TO 51).
002416*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
002437*                      THE CLASS RUNS AT (RECORD 51 TO 54,
002458*                      APPENDED; BLANK IS SITE 01).
002479*----------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005900     05 CLS-CAPACITY         PIC 9(03).
005902     05 FILLER               PIC X(01).
005904     05 CLS-INSTRUCTOR       PIC X(08).
005936     05 FILLER               PIC X(01).
005968     05 CLS-SITE             PIC X(02).
006000
006100 FD  ENROLL-TRANS-FILE.
006200 01  ENROLL-TRANS-RECORD.
