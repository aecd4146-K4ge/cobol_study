000100*----------------------------------------------------------*
000200* ERASREG.CPY                                               *
000300* MEMBER DATA ERASURE REGISTER - ONE ROW PER MEMBER WHOSE   *
000400* PERSONAL DATA HAS BEEN ERASED.  WRITTEN BY ERASEMEM WHEN  *
000500* IT RE-KEYS THE MEMBER TO A SURROGATE ID; READ BY ERASEFIL *
000600* TO RE-KEY THE SEQUENTIAL FILES THAT CARRY MEMBER IDS AND  *
000700* BY MEMDELTA TO SEND THE ERASURE TO THE PORTAL, AND BY     *
000750* MEMREST TO RE-APPLY IT TO A RESTORED MASTER.  SURROGATE   *
000800* IDS ARE 'X' PLUS A 9-DIGIT SERIAL, NEVER REUSED.  PLAIN   *
000900* SEQUENTIAL FILE, ONLY EVER EXTENDED.                      *
001000*                                                           *
001100* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME    *
001200* AND COPIES THIS IN UNDER IT, E.G.                         *
001300*                                                           *
001400*     01  ERASURE-REG-RECORD.                               *
001500*         COPY ERASREG.                                     *
001600*                                                           *
001700* RECORD IS 72 BYTES.                                       *
001800*                                                           *
001900* MODIFICATION HISTORY.                                     *
002000*   2026-10-15  KAGE   NEW.                                 *
002033*   2026-10-15  KAGE   MEMREST READS IT TOO - A RESTORE     *
002066*                      RE-ERASES REGISTERED MEMBERS.        *
002100*----------------------------------------------------------*
002200     05  ER-OLD-ID           PIC X(20).
002300     05  FILLER              PIC X(01).
002400     05  ER-SURROGATE-ID     PIC X(20).
002500     05  ER-SURROGATE-PARTS REDEFINES ER-SURROGATE-ID.
002600         10  ER-SURROGATE-PREFIX PIC X(01).
002700         10  ER-SURROGATE-SERIAL PIC X(09).
002800         10  FILLER              PIC X(10).
002900     05  FILLER              PIC X(01).
003000     05  ER-ERASE-DATE       PIC X(08).
003100     05  FILLER              PIC X(01).
003200     05  ER-APPROVED-BY      PIC X(08).
003300     05  FILLER              PIC X(01).
003400     05  ER-REQUEST-REF      PIC X(12).
