002200*                      FROM CHKHIST PLUS THE DAY'S LOG, SO
002300*                      THE WEEKLY MEMMERGE SESSION WORKS
002400*                      FROM A REPORT INSTEAD OF RUMORS.     *
002420*   2026-10-15  KAGE   CHECK-IN RECORDS ARE 58 BYTES NOW
002440*                      THAT INANDOUT STAMPS THE SITE OF THE
002460*                      TERMINAL AND, ON A CHECK-IN, THE
002480*                      MEMBER'S HOME SITE.
002500*----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
005700     05 FILLER               PIC X(01).
005800     05 CH-TYPE              PIC X(03).
005900         88 CH-TYPE-IN       VALUE 'IN '.
006000     05 FILLER               PIC X(34).
006100
006200 FD  CHK-TRANS-FILE.
006300 01  CHK-TRANS-RECORD.
006500     05 FILLER               PIC X(01).
006600     05 CT-TYPE              PIC X(03).
006700         88 CT-TYPE-IN       VALUE 'IN '.
006800     05 FILLER               PIC X(34).
006900
007000 FD  DUP-REPORT-FILE.
007100 01  DUP-REPORT-LINE         PIC X(100).
