000100*----------------------------------------------------------*
000200* PWPARM.CPY                                                *
000300* PARAMETER AREA FOR THE PASSWORD HASH SUBROUTINE PWHASH.   *
000400* THE CALLER FILLS THE OPERATOR ID AND THE PASSWORD AS      *
000500* KEYED; PWHASH ANSWERS WITH A TEN-DIGIT HASH OF THE PAIR,  *
000600* WHICH IS ALL THAT IS EVER STORED ON OPERSEC.  THE CALLER  *
000700* CLEARS PW-PASSWORD AS SOON AS THE HASH IS BACK.           *
000800*                                                           *
000900* THE HOST PROGRAM SUPPLIES ITS OWN 01-LEVEL NAME AND       *
001000* COPIES THIS IN UNDER IT, E.G.                             *
001100*                                                           *
001200*     01  WS-PWPARM.                                        *
001300*         COPY PWPARM.                                      *
001400*                                                           *
001500* MODIFICATION HISTORY.                                     *
001600*   2026-10-15  KAGE   NEW.                                 *
001700*----------------------------------------------------------*
001800     05  PW-OPER-ID          PIC X(08).
001900     05  PW-PASSWORD         PIC X(16).
002000     05  PW-HASH             PIC X(10).
