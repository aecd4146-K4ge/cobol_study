001797*                      BIRTH (RECORD 73 TO 82, DOB
001798*                      APPENDED) - LENGTHS AND COPY
001799*                      REPLACEMENTS GREW WITH IT.
001813*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
001827*                      CODE, DUES-BILLED-THRU MONTH AND
001842*                      JOINING-FEE FLAG (RECORD 82 TO 96,
001856*                      APPENDED) - LENGTHS AND COPY
001871*                      REPLACEMENTS GREW WITH IT.
001873*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
001876*                      (RECORD 96 TO 99, APPENDED) -
001879*                      LENGTHS AND COPY REPLACEMENTS GREW
001882*                      WITH IT.
001885*----------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
006200                   ==MEMBER-STATUS-DATE==
006300                   BY ==BK-MEMBER-STATUS-DATE==
006301                   ==MEMBER-DOB==
006302                       BY ==BK-MEMBER-DOB==
006312                   ==MEMBER-PLAN-CODE==
006323                       BY ==BK-MEMBER-PLAN-CODE==
006334                   ==MEMBER-DUES-THRU==
006345                       BY ==BK-MEMBER-DUES-THRU==
006356                   ==MEMBER-JOIN-FEE-SW==
006367                       BY ==BK-MEMBER-JOIN-FEE-SW==
006378                   ==MEMBER-JOIN-FEE-DUE==
006389                       BY ==BK-MEMBER-JOIN-FEE-DUE==
006392                   ==MEMBER-HOME-SITE==
006396                       BY ==BK-MEMBER-HOME-SITE==.
006400
006500 FD  BACKUP-CONTROL-FILE.
006600 01  BACKUP-CONTROL-RECORD.
