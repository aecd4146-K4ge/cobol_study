000100*----------------------------------------------------------*
000200* SIGNON.CPY                                                *
000300* THE OPERATOR SIGNED ON AT THE KIOSK.  OPERSIGN FILLS IT   *
000400* AT THE TOP OF KIOSKDRV, WHICH PASSES IT ON EVERY CALL TO  *
000500* A MODULE THAT STAMPS A CLERK ON ITS RECORDS OR AUDIT      *
000600* TRAIL, SO THE OPERATOR IS NO LONGER ASKED FOR AN ID THE   *
000700* MENU ALREADY KNOWS.  SO-RESULT IS 'Y' ONLY AFTER A GOOD   *
000800* SIGN-ON.                                                  *
000900*                                                           *
001000* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL NAME AND       *
001100* COPIES THIS IN UNDER IT, E.G.                             *
001200*                                                           *
001300*     01  WS-SIGNON.                                        *
001400*         COPY SIGNON.                                      *
001500*                                                           *
001600* MODIFICATION HISTORY.                                     *
001700*   2026-10-15  KAGE   NEW.                                 *
001800*----------------------------------------------------------*
001900     05  SO-OPER-ID          PIC X(08).
002000     05  SO-OPER-NAME        PIC X(20).
002100     05  SO-ROLE             PIC X(01).
002200         88  SO-MANAGER          VALUE 'M'.
002300         88  SO-CLERK            VALUE 'C'.
002400         88  SO-INSTRUCTOR       VALUE 'I'.
002500     05  SO-RESULT           PIC X(01).
002600         88  SO-SIGNED-ON        VALUE 'Y'.
