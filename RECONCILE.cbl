003769*                      SHARED RUNCTLW SERVICE; IN RESTART
003782*                      MODE A STEP ALREADY ENDED CLEAN FOR
003795*                      THE BUSINESS DATE IS SKIPPED.
003796*   2026-10-15  KAGE   CHECK-IN RECORDS ARE 58 BYTES NOW
003797*                      THAT INANDOUT STAMPS THE SITE OF THE
003798*                      TERMINAL AND, ON A CHECK-IN, THE
003799*                      MEMBER'S HOME SITE.
003800*----------------------------------------------------------*
003900
004000 ENVIRONMENT DIVISION.
006200         88 CT-TYPE-IN        VALUE 'IN '.
006300     05 FILLER                PIC X(08).
006400     05 CT-DATE               PIC X(08).
006500     05 FILLER                PIC X(18).
006600
006700 FD  BMI-REPORT-FILE.
006800 01  BMI-REPORT-RECORD        PIC X(38).
