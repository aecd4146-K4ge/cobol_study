000100*----------------------------------------------------------*
000200* LOCKER.CPY                                                *
000300* LOCKER MASTER RECORD - ONE ROW PER LOCKER IN THE CLUB.    *
000400* A LOCKER IS FREE ('F'), RENTED TO A MEMBER ('R') OR OUT   *
000500* OF SERVICE ('O').  WHILE RENTED IT CARRIES THE MEMBER,    *
000600* THE DATE THE RENTAL STARTED AND THE DATE IT IS PAID UP    *
000700* TO; A RENTAL WHOSE PAID-TO DATE IS BEFORE TODAY IS        *
000800* OVERDUE.  KEYED AT THE DESK THROUGH LOCKRENT (AUDITED IN  *
000900* LOCKAUD) AND REVIEWED EVERY NIGHT BY LOCKPOST.  PLAIN     *
001000* SEQUENTIAL FILE, LIKE CLASSES.                            *
001100*                                                           *
001200* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME    *
001300* AND COPIES THIS IN UNDER IT, E.G.                         *
001400*                                                           *
001500*     01  LOCKER-RECORD.                                    *
001600*         COPY LOCKER.                                      *
001700*                                                           *
001800* RECORD IS 69 BYTES.                                       *
001900*                                                           *
002000* MODIFICATION HISTORY.                                     *
002100*   2026-10-15  KAGE   NEW.                                 *
002200*----------------------------------------------------------*
002300     05  LK-LOCKER-NO        PIC X(05).
002400     05  FILLER              PIC X(01).
002500     05  LK-SIZE             PIC X(01).
002600         88  LK-SMALL            VALUE 'S'.
002700         88  LK-MEDIUM           VALUE 'M'.
002800         88  LK-LARGE            VALUE 'L'.
002900         88  LK-SIZE-VALID       VALUE 'S' 'M' 'L'.
003000     05  FILLER              PIC X(01).
003100     05  LK-LOCATION         PIC X(20).
003200     05  FILLER              PIC X(01).
003300     05  LK-STATUS           PIC X(01).
003400         88  LK-FREE             VALUE 'F'.
003500         88  LK-RENTED           VALUE 'R'.
003600         88  LK-OUT-OF-SERVICE   VALUE 'O'.
003700         88  LK-STATUS-VALID     VALUE 'F' 'R' 'O'.
003800     05  FILLER              PIC X(01).
003900     05  LK-MEMBER-ID        PIC X(20).
004000     05  FILLER              PIC X(01).
004100     05  LK-START-DATE       PIC X(08).
004200     05  FILLER              PIC X(01).
004300     05  LK-PAID-TO          PIC X(08).
004400     05  LK-PAID-TO-NUM REDEFINES LK-PAID-TO
004500                             PIC 9(08).
