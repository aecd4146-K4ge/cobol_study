002148*                      BIRTH (RECORD 73 TO 82, DOB
002172*                      APPENDED) - LENGTHS AND COPY
002196*                      REPLACEMENTS GREW WITH IT.
002210*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
002225*                      CODE, DUES-BILLED-THRU MONTH AND
002240*                      JOINING-FEE FLAG (RECORD 82 TO 96,
002255*                      APPENDED) - LENGTHS AND COPY
002270*                      REPLACEMENTS GREW WITH IT.
002273*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
002276*                      (RECORD 96 TO 99, APPENDED) -
002279*                      LENGTHS AND COPY REPLACEMENTS GREW
002282*                      WITH IT.
002285*----------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
005800                   ==MEMBER-STATUS-DATE==
005900                   BY ==SQ-MEMBER-STATUS-DATE==
005901                   ==MEMBER-DOB==
005902                       BY ==SQ-MEMBER-DOB==
005912                   ==MEMBER-PLAN-CODE==
005923                       BY ==SQ-MEMBER-PLAN-CODE==
005934                   ==MEMBER-DUES-THRU==
005945                       BY ==SQ-MEMBER-DUES-THRU==
005956                   ==MEMBER-JOIN-FEE-SW==
005967                       BY ==SQ-MEMBER-JOIN-FEE-SW==
005978                   ==MEMBER-JOIN-FEE-DUE==
005989                       BY ==SQ-MEMBER-JOIN-FEE-DUE==
005992                   ==MEMBER-HOME-SITE==
005996                       BY ==SQ-MEMBER-HOME-SITE==.
006000
006100 FD  MEMBER-MASTER-FILE.
006200 01  MEMBER-MASTER-RECORD.
