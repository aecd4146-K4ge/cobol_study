000100*----------------------------------------------------------*
000200* HOUSEHLD.CPY                                               *
000300* HOUSEHOLD LINK RECORD - ONE ROW PER DEPENDENT MEMBER ID,   *
000400* NAMING THE MEMBER ID OF THE RESPONSIBLE PAYER WHO PAYS     *
000500* FOR IT.  EVERY MEMBER STILL CARRIES ITS OWN MEMBER-BALANCE *
000600* ON THE MASTER; THIS FILE ONLY SAYS WHO SETTLES IT.  THE    *
000700* PAYER IS NOT LISTED AS ITS OWN DEPENDENT, A DEPENDENT      *
000800* BELONGS TO ONE HOUSEHOLD ONLY, AND A DEPENDENT IS NEVER    *
000900* ITSELF A PAYER - READERS IGNORE ANY ROW THAT BREAKS THOSE  *
001000* RULES.  ROWS FOR ONE PAYER ARE KEPT TOGETHER, IN THE ORDER *
001100* A HOUSEHOLD PAYMENT IS TO BE SPREAD OVER THE DEPENDENTS.   *
001200* HAND-MAINTAINED SEQUENTIAL FILE, LIKE PLANMAST.            *
001300*                                                            *
001400* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL RECORD NAME     *
001500* AND COPIES THIS IN UNDER IT, E.G.                          *
001600*                                                            *
001700*     01  HOUSEHOLD-RECORD.                                  *
001800*         COPY HOUSEHLD.                                     *
001900*                                                            *
002000* MODIFICATION HISTORY.                                      *
002100*   2026-10-15  KAGE   NEW.                                  *
002200*----------------------------------------------------------*
002300     05  HH-PAYER-ID         PIC X(20).
002400     05  FILLER              PIC X(01).
002500     05  HH-MEMBER-ID        PIC X(20).
