002497*                      BIRTH (RECORD 73 TO 82, DOB
002498*                      APPENDED) - LENGTHS AND COPY
002499*                      REPLACEMENTS GREW WITH IT.
002513*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
002527*                      CODE, DUES-BILLED-THRU MONTH AND
002542*                      JOINING-FEE FLAG (RECORD 82 TO 96,
002556*                      APPENDED) - LENGTHS AND COPY
002571*                      REPLACEMENTS GREW WITH IT.
002574*   2026-10-15  KAGE   FEEAUDIT LINES CARRY A CHARGE TYPE
002578*                      (47 TO 49 BYTES); FEEPOST'S OWN
002581*                      ADJUSTMENT LINES LEAVE IT BLANK.
002584*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
002587*                      (RECORD 96 TO 99, APPENDED) -
002590*                      LENGTHS AND COPY REPLACEMENTS GREW
002593*                      WITH IT.
002596*----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
006500                   ==MEMBER-STATUS-DATE==
006600                   BY ==FO-MEMBER-STATUS-DATE==
006601                   ==MEMBER-DOB==
006602                       BY ==FO-MEMBER-DOB==
006612                   ==MEMBER-PLAN-CODE==
006623                       BY ==FO-MEMBER-PLAN-CODE==
006634                   ==MEMBER-DUES-THRU==
006645                       BY ==FO-MEMBER-DUES-THRU==
006656                   ==MEMBER-JOIN-FEE-SW==
006667                       BY ==FO-MEMBER-JOIN-FEE-SW==
006678                   ==MEMBER-JOIN-FEE-DUE==
006689                       BY ==FO-MEMBER-JOIN-FEE-DUE==
006692                   ==MEMBER-HOME-SITE==
006696                       BY ==FO-MEMBER-HOME-SITE==.
006700
006800 FD  MEMBER-MASTER-FILE.
006900 01  MEMBER-MASTER-RECORD.
007800     05 FA-OLD-BALANCE       PIC +9999.99.
007900     05 FILLER               PIC X(01).
008000     05 FA-NEW-BALANCE       PIC +9999.99.
008033     05 FILLER               PIC X(01).
008066     05 FA-CHARGE-TYPE       PIC X(01).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
