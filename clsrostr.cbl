001795*                      SHARED RUNCTLW SERVICE; IN RESTART
001796*                      MODE A STEP ALREADY ENDED CLEAN FOR
001797*                      THE BUSINESS DATE IS SKIPPED.
001817*   2026-10-15  KAGE   CLASSES RECORDS NOW CARRY THE SITE
001838*                      THE CLASS RUNS AT (RECORD 51 TO 54,
001858*                      APPENDED; BLANK IS SITE 01).
001879*----------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
007900     05 CLS-CAPACITY         PIC 9(03).
007902     05 FILLER               PIC X(01).
007904     05 CLS-INSTRUCTOR       PIC X(08).
007936     05 FILLER               PIC X(01).
007968     05 CLS-SITE             PIC X(02).
008000
008100 FD  MEMBER-MASTER-FILE.
008200 01  MEMBER-MASTER-RECORD.
