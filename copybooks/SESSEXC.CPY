000100*----------------------------------------------------------*
000200* SESSEXC.CPY                                               *
000300* SESSION EXCEPTION RECORD - ONE ROW PER DATED SESSION OF A *
000400* CLASS THAT DOES NOT RUN AS THE CLASSES SCHEDULE SAYS:     *
000500* CANCELLED ('X') OR TAUGHT BY A SUBSTITUTE ('S').  THE     *
000600* RECURRING SLOT ON CLASSES IS NEVER TOUCHED.  AT MOST ONE  *
000700* ROW PER CLASS AND SESSION DATE.  KEYED AT THE DESK        *
000800* THROUGH CLSMAINT ACTION S (AUDITED ON CLSAUDIT WITH THIS  *
000900* RECORD AS THE BEFORE/AFTER IMAGE).  CLSATTND, INSSCHED AND*
001000* SESSNTFY READ IT; A MISSING FILE READS AS NO EXCEPTIONS.  *
001100* PLAIN SEQUENTIAL FILE, LIKE CLASSES.                      *
001200*                                                           *
001300* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME    *
001400* AND COPIES THIS IN UNDER IT, E.G.                         *
001500*                                                           *
001600*     01  SESSEXC-RECORD.                                   *
001700*         COPY SESSEXC.                                     *
001800*                                                           *
001900* RECORD IS 51 BYTES.                                       *
002000*                                                           *
002100* MODIFICATION HISTORY.                                     *
002200*   2026-10-15  KAGE   NEW.                                 *
002300*----------------------------------------------------------*
002400     05  SX-CLASS-ID         PIC X(08).
002500     05  FILLER              PIC X(01).
002600     05  SX-SESSION-DATE     PIC X(08).
002700     05  SX-SESSION-DATE-NUM REDEFINES SX-SESSION-DATE
002800                             PIC 9(08).
002900     05  FILLER              PIC X(01).
003000     05  SX-TYPE             PIC X(01).
003100         88  SX-CANCELLED        VALUE 'X'.
003200         88  SX-SUBSTITUTE       VALUE 'S'.
003300         88  SX-TYPE-VALID       VALUE 'X' 'S'.
003400     05  FILLER              PIC X(01).
003500     05  SX-SUB-INSTRUCTOR   PIC X(08).
003600     05  FILLER              PIC X(01).
003700     05  SX-REASON           PIC X(22).
