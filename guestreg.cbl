002300*                      HONOURS THE PASS FOR ITS ISSUE DATE
002400*                      ONLY AND ORPHCHK COUNTS REGISTERED
002500*                      GUESTS APART FROM TRUE ORPHANS.        *
002520*   2026-10-15  KAGE   THE CLERK ID IS NOW THE OPERATOR
002540*                      SIGNED ON AT THE KIOSK, PASSED BY
002560*                      KIOSKDRV IN THE SIGNON AREA, INSTEAD
002580*                      OF BEING KEYED FREELY HERE.
002600*----------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
010100 01  WS-KLOG.
010200     COPY KLOGREC.
010300
010320 LINKAGE SECTION.
010340 01  SIGNON-PARM.
010360     COPY SIGNON.
010380
010400 PROCEDURE DIVISION USING SIGNON-PARM.
010500 0000-MAINLINE.
010600     MOVE "GUESTREG" TO KLOG-PROGRAM.
010700     CALL "RUNDT" USING WS-CURR-DATE.
012800*----------------------------------------------------------*
012900* 1000-GET-USER-ID - THE CLERK ISSUING THE PASS, FOR THE     *
013000* GUEST RECORD.                                              *
013050* TAKEN FROM THE KIOSK SIGN-ON - NO LONGER KEYED HERE.       *
013100*----------------------------------------------------------*
013200 1000-GET-USER-ID.
013300     MOVE SO-OPER-ID TO WS-USER-ID.
013900 1000-EXIT.
014000     EXIT.
014100
