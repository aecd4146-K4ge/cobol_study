000100*----------------------------------------------------------*
000200* OPERAUD.CPY                                               *
000300* OPERATOR SECURITY AUDIT RECORD (OPERAUD).  ONE ROW FOR    *
000400* EVERY CHANGE TO OPERSEC MADE THROUGH OPERMNT, AND FOR     *
000500* THE FIRST-MANAGER SET-UP AND EVERY PASSWORD CHANGE MADE   *
000600* AT SIGN-ON BY OPERSIGN.  ACTIONS: A(DD), C(HANGE),        *
000700* R(ESET PASSWORD AND UNLOCK), P(ASSWORD CHANGED BY THE     *
000800* OPERATOR).  THE BEFORE AND AFTER IMAGES ARE THE OPERREC   *
000900* LAYOUT WITH THE HASH MASKED TO ASTERISKS - A BLANK HASH   *
001000* IS LEFT BLANK.                                            *
001100*                                                           *
001200* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME    *
001300* AND COPIES THIS IN UNDER IT, E.G.                         *
001400*                                                           *
001500*     01  OPERATOR-AUDIT-RECORD.                            *
001600*         COPY OPERAUD.                                     *
001700*                                                           *
001800* RECORD IS 165 BYTES.                                      *
001900*                                                           *
002000* MODIFICATION HISTORY.                                     *
002100*   2026-10-15  KAGE   NEW.                                 *
002200*----------------------------------------------------------*
002300     05  OA-DATE             PIC X(08).
002400     05  FILLER              PIC X(01).
002500     05  OA-TIME             PIC X(06).
002600     05  FILLER              PIC X(01).
002700     05  OA-USER             PIC X(08).
002800     05  FILLER              PIC X(01).
002900     05  OA-ACTION           PIC X(01).
003000         88  OA-ADD              VALUE 'A'.
003100         88  OA-CHANGE           VALUE 'C'.
003200         88  OA-RESET            VALUE 'R'.
003300         88  OA-PASSWORD         VALUE 'P'.
003400     05  FILLER              PIC X(01).
003500     05  OA-OPER-ID          PIC X(08).
003600     05  FILLER              PIC X(01).
003700     05  OA-BEFORE-IMAGE     PIC X(64).
003800     05  FILLER              PIC X(01).
003900     05  OA-AFTER-IMAGE      PIC X(64).
