000100*----------------------------------------------------------*
000200* ARRANGE.CPY                                               *
000300* PAYMENT ARRANGEMENT RECORD - AN INSTALLMENT PLAN AGREED   *
000400* WITH A MEMBER FOR A BALANCE THEY CANNOT CLEAR AT ONCE.    *
000500* KEYED AT THE DESK THROUGH ARRMAINT (AUDITED IN ARRAUDIT)  *
000600* AND CHECKED EVERY NIGHT BY ARRCHK AGAINST PAYHIST.  A     *
000700* MEMBER HAS AT MOST ONE CURRENT ('A') ARRANGEMENT; ENDED   *
000800* ONES STAY ON FILE FOR HISTORY.  SUSPBAT DOES NOT SUSPEND  *
000900* FOR BALANCE WHILE AN ARRANGEMENT IS CURRENT.  PAYMENTS    *
001000* COUNT TOWARD IT FROM AR-SET-DATE ON.  THE SCHEDULE HOLDS  *
001100* AR-INSTALL-COUNT DUE DATES AND AMOUNTS, OLDEST FIRST; THE *
001200* AMOUNTS ADD UP TO AR-AGREED-AMOUNT.  PLAIN SEQUENTIAL     *
001300* FILE, LIKE CLASSES.                                       *
001400*                                                           *
001500* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME    *
001600* AND COPIES THIS IN UNDER IT, E.G.                         *
001700*                                                           *
001800*     01  ARRANGE-RECORD.                                   *
001900*         COPY ARRANGE.                                     *
002000*                                                           *
002100* RECORD IS 230 BYTES.                                      *
002200*                                                           *
002300* MODIFICATION HISTORY.                                     *
002400*   2026-10-15  KAGE   NEW.                                 *
002500*----------------------------------------------------------*
002600     05  AR-MEMBER-ID        PIC X(20).
002700     05  FILLER              PIC X(01).
002800     05  AR-STATUS           PIC X(01).
002900         88  AR-CURRENT          VALUE 'A'.
003000         88  AR-MISSED           VALUE 'M'.
003100         88  AR-CANCELLED        VALUE 'X'.
003200         88  AR-PAID-OFF         VALUE 'P'.
003300     05  FILLER              PIC X(01).
003400     05  AR-SET-DATE         PIC X(08).
003500     05  FILLER              PIC X(01).
003600     05  AR-SET-BY           PIC X(08).
003700     05  FILLER              PIC X(01).
003800     05  AR-AGREED-AMOUNT    PIC 9(04)V99.
003900     05  FILLER              PIC X(01).
004000     05  AR-INSTALL-COUNT    PIC 9(02).
004100     05  FILLER              PIC X(01).
004200     05  AR-FREQUENCY        PIC X(01).
004300         88  AR-WEEKLY           VALUE 'W'.
004400         88  AR-FORTNIGHTLY      VALUE 'F'.
004500         88  AR-MONTHLY          VALUE 'M'.
004600         88  AR-FREQUENCY-VALID  VALUE 'W' 'F' 'M'.
004700     05  FILLER              PIC X(01).
004800     05  AR-STATUS-DATE      PIC X(08).
004900     05  FILLER              PIC X(01).
005000     05  AR-SCHEDULE.
005100         10  AR-INSTALLMENT OCCURS 12 TIMES.
005200             15  AR-DUE-DATE     PIC X(08).
005300             15  AR-DUE-AMOUNT   PIC 9(04)V99.
