002294*                      SHARED RUNCTLW SERVICE; IN RESTART
002295*                      MODE A STEP ALREADY ENDED CLEAN FOR
002296*                      THE BUSINESS DATE IS SKIPPED.
002313*   2026-10-15  KAGE   CHECK-IN RECORDS ARE 58 BYTES NOW
002330*                      THAT INANDOUT STAMPS THE SITE OF THE
002348*                      TERMINAL AND, ON A CHECK-IN, THE
002365*                      MEMBER'S HOME SITE.
002382*----------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005600     05 CT-TIME             PIC X(06).
005610     05 FILLER              PIC X(01).
005620     05 CT-TERMINAL         PIC X(04).
005636     05 FILLER              PIC X(01).
005652     05 CT-SITE             PIC X(02).
005668     05 FILLER              PIC X(01).
005684     05 CT-HOME-SITE        PIC X(02).
005700
005800 FD  MEMBER-MASTER-FILE.
005900 01  MEMBER-MASTER-RECORD.
