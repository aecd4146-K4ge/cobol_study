009897*                      BIRTH (RECORD 73 TO 82, DOB
009898*                      APPENDED) - LENGTHS AND COPY
009899*                      REPLACEMENTS GREW WITH IT.
009913*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A PLAN
009927*                      CODE, DUES-BILLED-THRU MONTH AND
009942*                      JOINING-FEE FLAG (RECORD 82 TO 96,
009956*                      APPENDED) - LENGTHS AND COPY
009971*                      REPLACEMENTS GREW WITH IT.
009973*   2026-10-15  KAGE   MEMBER RECORDS NOW CARRY A HOME SITE
009976*                      (RECORD 96 TO 99, APPENDED) -
009979*                      LENGTHS AND COPY REPLACEMENTS GREW
009982*                      WITH IT.
009985*----------------------------------------------------------*
010000
010100 ENVIRONMENT DIVISION.
010200 INPUT-OUTPUT SECTION.
016700                   ==MEMBER-STATUS-DATE==
016800                   BY ==FO-MEMBER-STATUS-DATE==
016801                   ==MEMBER-DOB==
016802                       BY ==FO-MEMBER-DOB==
016812                   ==MEMBER-PLAN-CODE==
016823                       BY ==FO-MEMBER-PLAN-CODE==
016834                   ==MEMBER-DUES-THRU==
016845                       BY ==FO-MEMBER-DUES-THRU==
016856                   ==MEMBER-JOIN-FEE-SW==
016867                       BY ==FO-MEMBER-JOIN-FEE-SW==
016878                   ==MEMBER-JOIN-FEE-DUE==
016889                       BY ==FO-MEMBER-JOIN-FEE-DUE==
016892                   ==MEMBER-HOME-SITE==
016896                       BY ==FO-MEMBER-HOME-SITE==.
016900
017000 FD  FEEADJ-RPT-FILE.
017100 01  FEEADJ-RPT-RECORD.
019500                   ==MEMBER-STATUS-DATE==
019600                   BY ==MM-MEMBER-STATUS-DATE==
019601                   ==MEMBER-DOB==
019602                       BY ==MM-MEMBER-DOB==
019612                   ==MEMBER-PLAN-CODE==
019623                       BY ==MM-MEMBER-PLAN-CODE==
019634                   ==MEMBER-DUES-THRU==
019645                       BY ==MM-MEMBER-DUES-THRU==
019656                   ==MEMBER-JOIN-FEE-SW==
019667                       BY ==MM-MEMBER-JOIN-FEE-SW==
019678                   ==MEMBER-JOIN-FEE-DUE==
019689                       BY ==MM-MEMBER-JOIN-FEE-DUE==
019692                   ==MEMBER-HOME-SITE==
019696                       BY ==MM-MEMBER-HOME-SITE==.
019700
019800 WORKING-STORAGE SECTION.
019900 01  WS-VALUE                 PIC S9(04)V99.
