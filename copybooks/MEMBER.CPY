001598*                      EXISTING COLUMN STANDS).  MEMBER-AGE  *
001599*                      STAYS - DOBCONV REFRESHES IT FROM DOB *
001601*                      NIGHTLY AS OF THE BUSINESS DATE.      *
001613*   2026-10-15  KAGE   ADDED THE MEMBERSHIP PLAN CODE (SEE   *
001625*                      PLANMAST), THE LAST MONTH DUES WERE   *
001638*                      BILLED THROUGH (YYYYMM) AND THE       *
001650*                      JOINING-FEE-DUE FLAG DUESBILL CLEARS  *
001662*                      ONCE THE FEE IS CHARGED.  RECORD IS   *
001675*                      NOW 96 BYTES, FIELDS APPENDED.        *
001678*   2026-10-15  KAGE   ADDED THE MEMBER'S HOME SITE (SEE     *
001680*                      SITEMAST; BLANK MEANS SITE 01, THE    *
001682*                      ORIGINAL CLUB).  INANDOUT CHECKS IT   *
001684*                      AGAINST THE TERMINAL'S SITE.  RECORD  *
001686*                      IS NOW 99 BYTES, FIELD APPENDED.      *
001687*----------------------------------------------------------*
001700     05  MEMBER-ID           PIC X(20).
001800     05  FILLER              PIC X(01).
001900     05  MEMBER-NAME         PIC X(20).
003500     05  MEMBER-STATUS-DATE  PIC X(08).
003600     05  FILLER              PIC X(01).
003700     05  MEMBER-DOB          PIC X(08).
003800     05  FILLER              PIC X(01).
003900     05  MEMBER-PLAN-CODE    PIC X(04).
004000     05  FILLER              PIC X(01).
004100     05  MEMBER-DUES-THRU    PIC X(06).
004200     05  FILLER              PIC X(01).
004300     05  MEMBER-JOIN-FEE-SW  PIC X(01).
004400         88  MEMBER-JOIN-FEE-DUE VALUE 'Y'.
004500     05  FILLER              PIC X(01).
004600     05  MEMBER-HOME-SITE    PIC X(02).
