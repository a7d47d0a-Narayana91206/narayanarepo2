000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      PRDPARM                                     *
000400*    DESCRIPTION    PARAMETER AREA FOR THE PRDCHK1 PERIOD       *
000500*                   CONTROL MODULE.  FOR A CHECK THE CALLER     *
000600*                   FILLS THE POSTING DATE, ITS PROGRAM AND     *
000700*                   BATCH, AND THE OVERRIDE FLAG IT WAS GIVEN;  *
000800*                   PRDCHK1 RETURNS THE MONTH'S VERDICT AND,    *
000900*                   FOR A HARD-CLOSED MONTH, THE DATE TO POST   *
001000*                   TO INSTEAD.  FOR A MOVE THE CALLER ALSO     *
001100*                   FILLS THE ORIGINAL DATE, RECORD NUMBER AND  *
001200*                   AMOUNT OF THE ITEM, AND PRDCHK1 LOGS IT.    *
001220*                   A MOVE COMES BACK PC-SOFT-REFUSED WHEN IT   *
001240*                   COULD NOT BE LOGGED, AND AN OVERRIDE THAT   *
001260*                   COULD NOT BE LOGGED IS REFUSED THE SAME     *
001280*                   WAY - THE CALLER DOES NOT POST EITHER ONE.  *
001300*                                                               *
001400*    MODIFICATION HISTORY                                      *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    2026-10-07 JRM   INITIAL VERSION                           *
001620*    2026-10-15 JRM   RESULT S ON A MOVE OR OVERRIDE THAT       *
001640*                     COULD NOT BE LOGGED                       *
001700*                                                               *
001800*****************************************************************
001900 01  PC-PERIOD-PARM.
002000     05  PC-FUNCTION                 PIC X(01).
002100         88  PC-FUNC-CHECK                    VALUE "C".
002200         88  PC-FUNC-MOVED                    VALUE "M".
002300     05  PC-PROGRAM                  PIC X(08).
002400     05  PC-BATCH-ID                 PIC X(08).
002500     05  PC-POST-DATE                PIC 9(08).
002600     05  PC-OVERRIDE-FLAG            PIC X(01).
002700         88  PC-OVERRIDE-GIVEN                VALUE "Y".
002800     05  PC-ORIG-DATE                PIC 9(08).
002900     05  PC-RECORD-NBR               PIC 9(08).
003000     05  PC-AMOUNT                   PIC S9(09).
003100     05  PC-RESULT                   PIC X(01).
003200         88  PC-PERIOD-OPEN                   VALUE "O".
003300         88  PC-SOFT-OVERRIDDEN               VALUE "V".
003400         88  PC-SOFT-REFUSED                  VALUE "S".
003500         88  PC-HARD-CLOSED                   VALUE "H".
003600     05  PC-PERIOD                   PIC 9(06).
003700     05  PC-ROLL-DATE                PIC 9(08).
