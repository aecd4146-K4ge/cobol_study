000100*----------------------------------------------------------*
000200* FACCAL.CPY                                                *
000300* FACILITY CALENDAR RECORD - ONE ROW PER DATE THE CLUB IS   *
000400* NOT ON ITS NORMAL HOURS: CLOSED ALL DAY ('C') OR OPEN     *
000500* SHORT HOURS ('S', WITH THE OPENING AND CLOSING TIMES AS   *
000600* 24-HOUR HHMM).  A DATE NOT ON THE FILE IS A NORMAL DAY.   *
000700* KEYED AT THE DESK THROUGH CALMAINT (AUDITED IN CALAUDIT). *
000800* CLSATTND, VISITFRQ, OCCPROF AND INANDOUT READ IT; A       *
000900* MISSING FILE READS AS NO CLOSURES.  PLAIN SEQUENTIAL      *
001000* FILE, LIKE CLASSES.                                       *
001100*                                                           *
001200* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME    *
001300* AND COPIES THIS IN UNDER IT, E.G.                         *
001400*                                                           *
001500*     01  FACCAL-RECORD.                                    *
001600*         COPY FACCAL.                                      *
001700*                                                           *
001800* RECORD IS 51 BYTES.                                       *
001900*                                                           *
002000* MODIFICATION HISTORY.                                     *
002100*   2026-10-15  KAGE   NEW.                                 *
002200*----------------------------------------------------------*
002300     05  FC-DATE             PIC X(08).
002400     05  FC-DATE-NUM REDEFINES FC-DATE
002500                             PIC 9(08).
002600     05  FILLER              PIC X(01).
002700     05  FC-TYPE             PIC X(01).
002800         88  FC-CLOSED           VALUE 'C'.
002900         88  FC-SHORT-HOURS      VALUE 'S'.
003000         88  FC-TYPE-VALID       VALUE 'C' 'S'.
003100     05  FILLER              PIC X(01).
003200     05  FC-OPEN-TIME        PIC X(04).
003300     05  FILLER              PIC X(01).
003400     05  FC-CLOSE-TIME       PIC X(04).
003500     05  FILLER              PIC X(01).
003600     05  FC-REASON           PIC X(30).
