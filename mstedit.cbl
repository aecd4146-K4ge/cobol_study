002400*                      WHOLE PERCENT, DEFAULT 10) SO THE JCL
002500*                      CONDITIONS STOP A GARBAGE NIGHT AT
002600*                      STEP ONE.
002620*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
002640*                      (RECORD 96 TO 99, APPENDED) -
002660*                      LENGTHS AND COPY REPLACEMENTS GREW
002680*                      WITH IT.
002700*
002800* REJECT REASON CODES.
002900*   01  DUPLICATE MEMBER-ID
003597*                      BIRTH (RECORD 73 TO 82, DOB
003598*                      APPENDED) - LENGTHS AND COPY
003599*                      REPLACEMENTS GREW WITH IT.
003613*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
003627*                      CODE, DUES-BILLED-THRU MONTH AND
003642*                      JOINING-FEE FLAG (RECORD 82 TO 96,
003656*                      APPENDED) - LENGTHS AND COPY
003671*                      REPLACEMENTS GREW WITH IT.
003685*----------------------------------------------------------*
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
005900     COPY MEMBER.
006000
006100 FD  MEMBER-CLEAN-FILE.
006200 01  MEMBER-CLEAN-RECORD     PIC X(99).
006300
006400 FD  MEMBER-ERROR-FILE.
006500 01  MEMBER-ERROR-RECORD.
006600     05 ME-REASON-CODE       PIC X(02).
006700     05 FILLER               PIC X(01).
006800     05 ME-RECORD-IMAGE      PIC X(99).
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-PARM                 PIC X(08).
