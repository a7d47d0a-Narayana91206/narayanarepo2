000100*****************************************************************
000200*                                                               *
000300*    COPYBOOK      BUDPARM                                     *
000400*    DESCRIPTION    BUDGET VERSUS ACTUAL PARAMETER CARD READ BY *
000500*                   BUDRPT1.  THE AS-OF DATE IS THE LAST POST   *
000600*                   DATE COUNTED (BLANK = TODAY).  THE TOLERANCE*
000700*                   IS A PERCENTAGE WITH TWO DECIMALS (01000 =  *
000800*                   10.00 PER CENT, BLANK = 10.00) - AN ACCOUNT *
000900*                   WHOSE MTD OR YTD VARIANCE IS FURTHER THAN   *
001000*                   THAT FROM ITS BUDGET, EITHER WAY, IS        *
001100*                   FLAGGED.                                    *
001200*                                                               *
001300*    MODIFICATION HISTORY                                      *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    2026-10-08 JRM   INITIAL VERSION                           *
001600*                                                               *
001700*****************************************************************
001800 01  BP-PARM-CARD                    PIC X(80).
001900 01  BP-PARM-FIELDS REDEFINES BP-PARM-CARD.
002000     05  BP-AS-OF-DATE               PIC X(08).
002100     05  BP-TOLERANCE-X              PIC X(05).
002200     05  BP-TOLERANCE-PCT REDEFINES BP-TOLERANCE-X
002300                                     PIC 9(03)V9(02).
002400     05  FILLER                      PIC X(67).
