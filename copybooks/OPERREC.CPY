000100*----------------------------------------------------------*
000200* OPERREC.CPY                                               *
000300* OPERATOR SECURITY RECORD - ONE ROW PER PERSON ALLOWED TO  *
000400* SIGN ON TO THE KIOSK MENU.  THE ROLE DECIDES WHICH MENU   *
000500* OPTIONS THE OPERATOR MAY USE: M(ANAGER), C(LERK) AT THE   *
000600* DESK OR I(NSTRUCTOR).  THE PASSWORD IS NEVER HELD - ONLY  *
000700* THE PWHASH VALUE OF THE OPERATOR ID AND PASSWORD.  THREE  *
000800* BAD PASSWORDS IN A ROW LOCK THE OPERATOR OUT UNTIL A      *
000900* MANAGER RESETS IT IN OPERMNT.  A RESET (OR A NEW          *
001000* OPERATOR) CARRIES A TEMPORARY PASSWORD AND A BLANK        *
001100* PASSWORD-CHANGED DATE, WHICH FORCES A NEW PASSWORD AT THE *
001200* NEXT SIGN-ON.  OPERATORS ARE NEVER DELETED, ONLY MADE     *
001300* INACTIVE, SO OLD AUDIT TRAILS STILL NAME SOMEONE.  KSDS   *
001400* KEYED ON THE OPERATOR ID (OPERSEC).                       *
001500*                                                           *
001600* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME    *
001700* AND COPIES THIS IN UNDER IT, E.G.                         *
001800*                                                           *
001900*     01  OPERATOR-RECORD.                                  *
002000*         COPY OPERREC.                                     *
002100*                                                           *
002200* RECORD IS 64 BYTES; THE HASH IS BYTES 33-42.              *
002300*                                                           *
002400* MODIFICATION HISTORY.                                     *
002500*   2026-10-15  KAGE   NEW.                                 *
002600*----------------------------------------------------------*
002700     05  OP-OPER-ID          PIC X(08).
002800     05  FILLER              PIC X(01).
002900     05  OP-NAME             PIC X(20).
003000     05  FILLER              PIC X(01).
003100     05  OP-ROLE             PIC X(01).
003200         88  OP-MANAGER          VALUE 'M'.
003300         88  OP-CLERK            VALUE 'C'.
003400         88  OP-INSTRUCTOR       VALUE 'I'.
003500         88  OP-ROLE-VALID       VALUE 'M' 'C' 'I'.
003600     05  FILLER              PIC X(01).
003700     05  OP-PASSWORD-HASH    PIC X(10).
003800     05  FILLER              PIC X(01).
003900     05  OP-ACTIVE-SW        PIC X(01).
004000         88  OP-ACTIVE           VALUE 'Y'.
004100         88  OP-INACTIVE         VALUE 'N'.
004200         88  OP-ACTIVE-VALID     VALUE 'Y' 'N'.
004300     05  FILLER              PIC X(01).
004400     05  OP-FAIL-COUNT       PIC 9(01).
004500         88  OP-LOCKED-OUT       VALUE 3 THRU 9.
004600     05  FILLER              PIC X(01).
004700     05  OP-LAST-SIGNON      PIC X(08).
004800     05  FILLER              PIC X(01).
004900     05  OP-PW-CHANGED       PIC X(08).
