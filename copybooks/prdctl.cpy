000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      PRDCTL                                      *
000400*    DESCRIPTION    ACCOUNTING PERIOD CONTROL RECORD LAYOUT     *
000500*                   ONE RECORD ON THE PRDCTL FILE PER MONTH     *
000600*                   WHOSE STATUS HAS BEEN SET BY PRDMNT1.  A    *
000700*                   MONTH NOT ON FILE IS OPEN.  A SOFT-CLOSED   *
000800*                   MONTH TAKES POSTINGS ONLY UNDER AN OVERRIDE *
000900*                   FLAG; A HARD-CLOSED MONTH TAKES NONE.       *
001000*                                                               *
001100*    MODIFICATION HISTORY                                      *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    2026-10-07 JRM   INITIAL VERSION                           *
001400*                                                               *
001500*****************************************************************
001600 01  PD-PERIOD-RECORD.
001700     05  PD-PERIOD                   PIC 9(06).
001800     05  PD-PERIOD-X REDEFINES PD-PERIOD.
001900         10  PD-PERIOD-YEAR          PIC 9(04).
002000         10  PD-PERIOD-MONTH         PIC 9(02).
002100     05  PD-STATUS                   PIC X(01).
002200         88  PD-OPEN                          VALUE "O".
002300         88  PD-SOFT-CLOSED                   VALUE "S".
002400         88  PD-HARD-CLOSED                   VALUE "H".
002500     05  PD-CHANGED-BY               PIC X(08).
002600     05  PD-CHANGED-DATE             PIC 9(08).
002700     05  PD-CHANGED-TIME             PIC 9(08).
002800     05  FILLER                      PIC X(49).
