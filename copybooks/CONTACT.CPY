000100*----------------------------------------------------------*
000200* CONTACT.CPY                                                *
000300* MEMBER CONTACT RECORD - ONE PER MEMBER-ID ON THE INDEXED   *
000400* CONTACT FILE (KEYED ON CT-MEMBER-ID, THE SAME KEY AS THE   *
000500* MEMBER MASTER): POSTAL ADDRESS, PHONE, E-MAIL AND HOW THE  *
000600* MEMBER WANTS STATEMENTS DELIVERED.  MAINTAINED BY MEMMAINT *
000700* (AUDITED IN MEMAUDIT) AND BY THE PORTAL IMPORT.  A MEMBER  *
000800* WITH NO CONTACT RECORD IS STATEMENTED ON PAPER WITH NO     *
000900* ADDRESS BLOCK.                                             *
001000*                                                            *
001100* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME     *
001200* AND COPIES THIS IN UNDER IT, E.G.                          *
001300*                                                            *
001400*     01  CONTACT-RECORD.                                    *
001500*         COPY CONTACT.                                      *
001600*                                                            *
001700* RECORD IS 186 BYTES.                                       *
001800*                                                            *
001900* MODIFICATION HISTORY.                                      *
002000*   2026-10-15  KAGE   NEW.                                  *
002100*----------------------------------------------------------*
002200     05  CT-MEMBER-ID        PIC X(20).
002300     05  FILLER              PIC X(01).
002400     05  CT-ADDRESS-1        PIC X(30).
002500     05  FILLER              PIC X(01).
002600     05  CT-ADDRESS-2        PIC X(30).
002700     05  FILLER              PIC X(01).
002800     05  CT-CITY             PIC X(20).
002900     05  FILLER              PIC X(01).
003000     05  CT-STATE            PIC X(02).
003100     05  FILLER              PIC X(01).
003200     05  CT-POSTAL-CODE      PIC X(10).
003300     05  FILLER              PIC X(01).
003400     05  CT-PHONE            PIC X(15).
003500     05  FILLER              PIC X(01).
003600     05  CT-EMAIL            PIC X(50).
003700     05  FILLER              PIC X(01).
003800     05  CT-DELIVERY         PIC X(01).
003900         88  CT-DELIVER-PAPER    VALUE 'P'.
004000         88  CT-DELIVER-EMAIL    VALUE 'E'.
004100         88  CT-DELIVERY-VALID   VALUE 'P' 'E'.
