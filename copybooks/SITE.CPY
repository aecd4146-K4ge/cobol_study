000100*----------------------------------------------------------*
000200* SITE.CPY                                                  *
000300* SITE MASTER RECORD - ONE ROW PER CLUB LOCATION.  THE      *
000400* TWO-CHARACTER SITE CODE IS WHAT MEMBERS (HOME SITE),      *
000500* CLASSES AND CHECK-IN TERMINALS (TERMID) CARRY.  A BLANK   *
000600* SITE ANYWHERE MEANS SITE 01, THE ORIGINAL CLUB, SO        *
000700* RECORDS WRITTEN BEFORE THE SECOND CLUB OPENED NEED NO     *
000800* CONVERSION.  THE VISIT RATE IS WHAT A MEMBER'S HOME CLUB  *
000900* OWES THIS CLUB FOR EACH CHECK-IN HERE (XSITERPT).  PLAIN  *
001000* SEQUENTIAL FILE, HAND-MAINTAINED LIKE PLANMAST.           *
001100*                                                           *
001200* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME    *
001300* AND COPIES THIS IN UNDER IT, E.G.                         *
001400*                                                           *
001500*     01  SITE-RECORD.                                      *
001600*         COPY SITE.                                        *
001700*                                                           *
001800* RECORD IS 29 BYTES.                                       *
001900*                                                           *
002000* MODIFICATION HISTORY.                                     *
002100*   2026-10-15  KAGE   NEW.                                 *
002200*----------------------------------------------------------*
002300     05  ST-SITE-CODE        PIC X(02).
002400     05  FILLER              PIC X(01).
002500     05  ST-SITE-NAME        PIC X(20).
002600     05  FILLER              PIC X(01).
002700     05  ST-VISIT-RATE       PIC 9(03)V99.
