000100*----------------------------------------------------------*
000200* PTPACK.CPY                                                *
000300* PERSONAL TRAINING PACKAGE RECORD - ONE ROW PER PACK OF    *
000400* SESSIONS A MEMBER HAS BOUGHT WITH AN INSTRUCTOR (INS-ID   *
000500* ON THE INSTRUCTOR MASTER).  SESSIONS LEFT ARE BOUGHT LESS *
000600* USED; A PACK IS USED UP WHEN THEY ARE EQUAL AND EXPIRED   *
000700* ONCE THE BUSINESS DATE IS PAST ITS EXPIRY DATE.  SOLD AND *
000800* REDEEMED AT THE DESK THROUGH PTENTRY (AUDITED IN PTAUD),  *
000900* THE SALE CHARGED BY PTPOST, THE PREPAID BALANCE REPORTED  *
001000* MONTHLY BY PTLIAB.  PACKAGE NUMBERS ARE GIVEN OUT IN      *
001100* SALE ORDER AND NEVER REUSED.  PLAIN SEQUENTIAL FILE, LIKE *
001200* CLASSES.                                                  *
001300*                                                           *
001400* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME    *
001500* AND COPIES THIS IN UNDER IT, E.G.                         *
001600*                                                           *
001700*     01  PTPACK-RECORD.                                    *
001800*         COPY PTPACK.                                      *
001900*                                                           *
002000* RECORD IS 85 BYTES.                                       *
002100*                                                           *
002200* MODIFICATION HISTORY.                                     *
002300*   2026-10-15  KAGE   NEW.                                 *
002400*----------------------------------------------------------*
002500     05  PK-PACKAGE-NO       PIC 9(06).
002600     05  FILLER              PIC X(01).
002700     05  PK-MEMBER-ID        PIC X(20).
002800     05  FILLER              PIC X(01).
002900     05  PK-INSTRUCTOR       PIC X(08).
003000     05  FILLER              PIC X(01).
003100     05  PK-SESSIONS-BOUGHT  PIC 9(02).
003200     05  FILLER              PIC X(01).
003300     05  PK-SESSIONS-USED    PIC 9(02).
003400     05  FILLER              PIC X(01).
003500     05  PK-PURCHASE-DATE    PIC X(08).
003600     05  FILLER              PIC X(01).
003700     05  PK-EXPIRY-DATE      PIC X(08).
003800     05  PK-EXPIRY-NUM REDEFINES PK-EXPIRY-DATE
003900                             PIC 9(08).
004000     05  FILLER              PIC X(01).
004100     05  PK-PRICE            PIC 9(04)V99.
004200     05  FILLER              PIC X(01).
004300     05  PK-LAST-USED        PIC X(08).
004400     05  FILLER              PIC X(01).
004500     05  PK-SOLD-BY          PIC X(08).
